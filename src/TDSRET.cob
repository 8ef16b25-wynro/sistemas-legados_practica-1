       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDSRET.

      * QUARTERLY SALARY TDS RETURN. GATHERS THE INCOME TAX DEDUCTED
      * FROM EACH EMPLOYEE IN EACH MONTH OF THE QUARTER FROM THE
      * PAYROLL RESULTS (ALL RUNS OF THE MONTH TOGETHER) AND TIES IT TO
      * THE CHALLANS RECORDED FOR THAT MONTH ON THE CHALLAN REGISTER.
      * WITHIN A MONTH EMPLOYEES ARE TAKEN IN CODE ORDER AGAINST THE
      * MONTH'S CHALLANS IN SERIAL ORDER, MOVING TO THE NEXT CHALLAN
      * ONCE ONE IS USED UP; THE LAST CHALLAN TAKES ANY EXCESS.
      *
      * files/TDSRET.TXT IS THE RETURN, ONE CARET-DELIMITED RECORD A
      * LINE -
      *   FH  FILE HEADER   TAN, DEDUCTOR, PERSON RESPONSIBLE, YEAR,
      *                     QUARTER, RUN DATE, CHALLAN COUNT, DEDUCTEE
      *                     COUNT, TOTAL DEPOSITED, TOTAL DEDUCTED
      *   CD  CHALLAN       SEQUENCE, MONTH, SERIAL, BSR CODE, DATE OF
      *                     DEPOSIT, DEPOSITED, DEDUCTED, DEDUCTEES
      *   DD  DEDUCTEE      CHALLAN SEQUENCE, LINE, EMPLOYEE, PAN (OR
      *                     PANNOTAVBL), NAME, MONTH, AMOUNT PAID, TAX
      *                     DEDUCTED, DATE OF DEDUCTION
      * EACH CHALLAN'S DEDUCTEES FOLLOW IT. TAX DEDUCTED IN A MONTH
      * WITH NO CHALLAN IS LEFT OUT OF THE FILE AND REPORTED.
      *
      * RUN FOR ONE COMPANY, THE RETURN IS files/TDSRET-<COMPANY>.TXT
      * UNDER THE COMPANY'S TAN, AND ONLY THAT COMPANY'S EMPLOYEES AND
      * CHALLANS ARE TAKEN.
      *
      * files/TDSRET.LST LISTS THE EXCEPTIONS - PAN MISSING, TAX
      * SHORT-DEDUCTED - AND RECONCILES THE TAX DEDUCTED AGAINST THE
      * AMOUNT DEPOSITED, CHALLAN BY CHALLAN AND MONTH BY MONTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT CHALLANFILE
               ASSIGN TO "files/CHALLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLKEY
               FILE STATUS IS FSCL.

           SELECT DECLAREFILE
               ASSIGN TO "files/DECLARE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCEMPID
               FILE STATUS IS FSDC.

           SELECT TDSCFGFILE
               ASSIGN TO "files/TDSCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTC.

           SELECT TDSRETFILE
               ASSIGN TO DYNAMIC W-TRNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTR.

           SELECT COMPANYFILE
               ASSIGN TO "files/COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCODE
               FILE STATUS IS FSCY.

           SELECT TDSLSTFILE
               ASSIGN TO "files/TDSRET.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

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
           02 RSNPSEE   PIC 9(8)V99.
           02 RSNPSER   PIC 9(8)V99.
           02 RSPRAN    PIC X(12).
           02 FILLER    PIC X(53).

       FD CHALLANFILE.
       01 CHALLANREC.
           02 CLKEY.
               03 CLPERIOD  PIC X(6).
               03 CLSERIAL  PIC X(5).
           02 CLBSR     PIC X(7).
           02 CLDEPDT   PIC 9(8).
           02 CLAMOUNT  PIC 9(10)V99.
           02 CLUSER    PIC X(10).
           02 CLDATE    PIC X(8).
           02 CLCOMPANY PIC X(4).

       FD DECLAREFILE.
       01 DECLAREREC.
           02 DCEMPID  PIC X(6).
           02 DC80C    PIC 9(8)V99.
           02 DCOTHER  PIC 9(8)V99.
           02 DCPAN    PIC X(10).

       FD TDSCFGFILE.
       01 TDSCFGREC.
           02 TCTAN     PIC X(10).
           02 TCNAME    PIC X(25).
           02 TCRESP    PIC X(25).
           02 TCUSER    PIC X(10).
           02 TCDATE    PIC X(8).

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

       FD TDSRETFILE.
       01 TDSRETLINE PIC X(200).

       FD TDSLSTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRS       PIC XX.
       77 FSCL       PIC XX.
       77 FSDC       PIC XX.
       77 FSTC       PIC XX.
       77 FSTR       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-DCOPEN   PIC X VALUE "N".
       77 W-FYIN     PIC X(4).
       77 W-FY       PIC 9(4).
       77 W-FYNEXT   PIC 9(4).
       77 W-QTRIN    PIC X.
       77 W-QTR      PIC 9.
       77 W-MONTH    PIC 99.
       77 W-TAN      PIC X(10).
       77 FSCY       PIC XX.
       77 W-TRNAME   PIC X(40).
       77 W-COFUNC   PIC X.
       77 W-COUSER   PIC X(10) VALUE SPACES.
       77 W-COMPANY  PIC X(4).
       77 W-COREPLY  PIC X.
       77 W-RSCO     PIC X(4).
       77 W-DEDNAME  PIC X(25).
       77 W-RESP     PIC X(25).
       77 W-TODAY    PIC X(8).
       77 W-PASS     PIC X.
       77 W-WANT     PIC 99.
       77 W-MIDX     PIC 9.
       77 W-CIDX     PIC 99.
       77 W-DIDX     PIC 99.
       77 W-ROWSEQ   PIC 9(5).
       77 W-PAN      PIC X(10).
       77 W-PANOK    PIC X.
       77 W-SPACES   PIC 99.
       77 W-MINTAX   PIC 9(10)V99.
       77 W-DIFF     PIC 9(10)V99.
       77 W-CHFULL   PIC X VALUE "N".
       77 W-AMT9A    PIC 9(10).99.
       77 W-AMT9B    PIC 9(10).99.
       77 W-DATEED   PIC X(10).

       77 T-CHALLANS PIC 99 VALUE 0.
       77 T-ROWS     PIC 9(5) VALUE 0.
       77 T-EMPS     PIC 9(5) VALUE 0.
       77 T-NOPAN    PIC 9(5) VALUE 0.
       77 T-SHORT    PIC 9(5) VALUE 0.
       77 T-DEDUCTED PIC 9(10)V99 VALUE 0.
       77 T-DEPOSIT  PIC 9(10)V99 VALUE 0.
       77 T-INFILE   PIC 9(10)V99 VALUE 0.
       77 T-NOCHAL   PIC 9(10)V99 VALUE 0.

      * THE PAY DATA IN A PAYROLL RESULT, FOR THE INCOME TAX TAKEN.
       01 W-RSPAY.
           02 FILLER     PIC X(128).
           02 W-RSITAX   PIC 9(6)V99.
           02 FILLER     PIC X(160).

       01 MONTH-TABLE.
           02 MT-ENTRY OCCURS 3 TIMES.
               03 MT-PERIOD  PIC X(6).
               03 MT-FIRST   PIC 99.
               03 MT-LAST    PIC 99.
               03 MT-CUR     PIC 99.
               03 MT-DED     PIC 9(10)V99.
               03 MT-DEP     PIC 9(10)V99.
               03 MT-NOCH    PIC 9(10)V99.

       01 CHALLAN-TABLE.
           02 CH-ENTRY OCCURS 30 TIMES.
               03 CH-PERIOD  PIC X(6).
               03 CH-SERIAL  PIC X(5).
               03 CH-BSR     PIC X(7).
               03 CH-DEPDT   PIC 9(8).
               03 CH-AMOUNT  PIC 9(10)V99.
               03 CH-ALLOC   PIC 9(10)V99.
               03 CH-ROWS    PIC 9(5).
               03 CH-RUN     PIC 9(10)V99.

      * ONE EMPLOYEE'S MONTH (G-) AND QUARTER (E-).
       01 GROUP-TOTALS.
           02 G-EMPID    PIC X(6).
           02 G-PERIOD   PIC X(6).
           02 G-NAME     PIC X(25).
           02 G-DATE     PIC X(8).
           02 G-GROSS    PIC 9(10)V99.
           02 G-TAX      PIC 9(10)V99.
           02 G-SHORT    PIC 9(10)V99.
       01 EMP-TOTALS.
           02 E-EMPID    PIC X(6).
           02 E-NAME     PIC X(25).
           02 E-GROSS    PIC 9(10)V99.
           02 E-TAX      PIC 9(10)V99.

       01 EXC-LINE.
           02 EX-EMPID   PIC X(7).
           02 EX-NAME    PIC X(21).
           02 EX-MONTH   PIC X(8).
           02 EX-REASON  PIC X(30).
           02 EX-AMOUNT  PIC ZZ,ZZZ,ZZ9.99.

       01 REC-HEAD.
           02 FILLER PIC X(8)  VALUE "MONTH".
           02 FILLER PIC X(6)  VALUE "SERIAL".
           02 FILLER PIC X(8)  VALUE "  BSR".
           02 FILLER PIC X(11) VALUE " DEPOSITED".
           02 FILLER PIC X(12) VALUE "      AMOUNT".
           02 FILLER PIC X(12) VALUE "    DEDUCTED".
           02 FILLER PIC X(12) VALUE "  DIFFERENCE".
           02 FILLER PIC X(11) VALUE " STATUS".

       01 REC-LINE.
           02 RL-MONTH   PIC X(8).
           02 RL-SERIAL  PIC X(6).
           02 RL-BSR     PIC X(8).
           02 RL-DEPDT   PIC X(11).
           02 RL-AMOUNT  PIC Z,ZZZ,ZZ9.99.
           02 RL-DEDUCT  PIC Z,ZZZ,ZZ9.99.
           02 RL-DIFF    PIC Z,ZZZ,ZZ9.99.
           02 FILLER     PIC X VALUE SPACE.
           02 RL-STATUS  PIC X(10).

       01 TOTAL-LINE.
           02 TL-TEXT    PIC X(40).
           02 TL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER     PIC X(3) VALUE SPACES.
           02 TL-COUNT   PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "QUARTERLY SALARY TDS RETURN".
           DISPLAY "ENTER FINANCIAL YEAR STARTING (YYYY) :".
           ACCEPT W-FYIN.
           DISPLAY "ENTER QUARTER (1-4) :".
           ACCEPT W-QTRIN.
           IF W-FYIN NOT NUMERIC OR W-QTRIN NOT NUMERIC
               DISPLAY "INVALID YEAR OR QUARTER - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE W-FYIN TO W-FY.
           MOVE W-QTRIN TO W-QTR.
           IF W-QTR < 1 OR W-QTR > 4
               DISPLAY "INVALID YEAR OR QUARTER - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE W-FYNEXT = W-FY + 1.
           PERFORM SET-MONTHS-PARA.
           MOVE "P" TO W-COFUNC.
           CALL "CMPYSEL" USING W-COFUNC W-COUSER W-COMPANY W-COREPLY.
           IF W-COREPLY NOT = "Y"
               DISPLAY "RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO W-TRNAME.
           IF W-COMPANY = SPACES
               MOVE "files/TDSRET.TXT" TO W-TRNAME
           ELSE
               STRING "files/TDSRET-" W-COMPANY DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE INTO W-TRNAME
               END-STRING
           END-IF

           PERFORM LOAD-CONFIG-PARA.
           IF W-TAN = SPACES
               IF W-COMPANY = SPACES
                   DISPLAY "DEDUCTOR TAN NOT SET - RECORD IT ON THE "
                       "TAX CHALLAN REGISTER SCREEN"
               ELSE
                   DISPLAY "COMPANY TAN NOT SET - RECORD IT ON THE "
                       "COMPANY MASTER"
               END-IF
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAY RESULTS FILE, STATUS " FSRS
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DECLAREFILE.
           IF FSDC = "00"
               MOVE "Y" TO W-DCOPEN
           END-IF
           PERFORM LOAD-CHALLANS-PARA THRU LOAD-CHALLANS-EXIT.

           OPEN OUTPUT TDSLSTFILE.
           MOVE SPACES TO RPTLINE.
           STRING "QUARTERLY SALARY TDS RETURN - TAN " W-TAN
               " - YEAR " W-FY "-" W-FYNEXT(3:2) " QUARTER " W-QTR
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           IF W-COMPANY NOT = SPACES
               MOVE SPACES TO RPTLINE
               STRING "COMPANY " W-COMPANY " " W-DEDNAME
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
           END-IF
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "EXCEPTIONS" TO RPTLINE.
           WRITE RPTLINE.
           MOVE "EMP ID NAME                 MONTH   REASON" TO RPTLINE.
           MOVE "AMOUNT" TO RPTLINE (74:6).
           WRITE RPTLINE.

      * FIRST PASS - EXCEPTIONS, AND TAX DEDUCTED ALLOCATED TO THE
      * CHALLANS.
           MOVE "1" TO W-PASS.
           MOVE 0 TO W-WANT.
           PERFORM SCAN-PARA.
           IF T-NOPAN = 0 AND T-SHORT = 0
               MOVE "  NONE" TO RPTLINE
               WRITE RPTLINE
           END-IF
           PERFORM RECONCILE-PARA.

      * THEN THE RETURN, ONE PASS FOR EACH CHALLAN'S DEDUCTEES.
           OPEN OUTPUT TDSRETFILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           MOVE T-DEPOSIT TO W-AMT9A.
           MOVE T-INFILE TO W-AMT9B.
           MOVE SPACES TO TDSRETLINE.
           STRING "FH^"
               W-TAN "^"
               W-DEDNAME "^"
               W-RESP "^"
               W-FY "-" W-FYNEXT(3:2) "^"
               "Q" W-QTR "^"
               W-TODAY(7:2) "/" W-TODAY(5:2) "/" W-TODAY(1:4) "^"
               T-CHALLANS "^"
               T-ROWS "^"
               W-AMT9A "^"
               W-AMT9B
               DELIMITED BY SIZE INTO TDSRETLINE
           END-STRING.
           WRITE TDSRETLINE.
           MOVE "2" TO W-PASS.
           PERFORM VARYING W-WANT FROM 1 BY 1
               UNTIL W-WANT > T-CHALLANS
               PERFORM WRITE-CHALLAN-PARA
               PERFORM SCAN-PARA
           END-PERFORM

           CLOSE PAYRESFILE.
           IF W-DCOPEN = "Y"
               CLOSE DECLAREFILE
           END-IF
           CLOSE TDSRETFILE.
           CLOSE TDSLSTFILE.
           CANCEL "BRCOMP".
           DISPLAY "TDS RETURN WRITTEN TO " W-TRNAME.
           DISPLAY "  " T-CHALLANS " CHALLANS, " T-ROWS
               " DEDUCTEE LINES".
           DISPLAY "EXCEPTIONS AND RECONCILIATION IN files/TDSRET.LST"
           DISPLAY "  "
               T-NOPAN " WITHOUT PAN, " T-SHORT " SHORT DEDUCTIONS".
           IF T-NOCHAL > 0
               DISPLAY "TAX DEDUCTED WITH NO CHALLAN IS LEFT OUT OF "
                   "THE RETURN - SEE THE LISTING"
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

      * QUARTER 1 IS APRIL TO JUNE OF THE YEAR, QUARTER 4 JANUARY TO
      * MARCH OF THE NEXT.
       SET-MONTHS-PARA.
           IF W-QTR = 4
               MOVE 1 TO W-MONTH
           ELSE
               COMPUTE W-MONTH = W-QTR * 3 + 1
           END-IF
           PERFORM VARYING W-MIDX FROM 1 BY 1 UNTIL W-MIDX > 3
               IF W-QTR = 4
                   MOVE W-FYNEXT TO MT-PERIOD (W-MIDX) (1:4)
               ELSE
                   MOVE W-FY TO MT-PERIOD (W-MIDX) (1:4)
               END-IF
               MOVE W-MONTH TO MT-PERIOD (W-MIDX) (5:2)
               MOVE 0 TO MT-FIRST (W-MIDX) MT-LAST (W-MIDX)
                   MT-CUR (W-MIDX) MT-DED (W-MIDX) MT-DEP (W-MIDX)
                   MT-NOCH (W-MIDX)
               ADD 1 TO W-MONTH
           END-PERFORM.

       LOAD-CONFIG-PARA.
           MOVE SPACES TO W-TAN.
           MOVE SPACES TO W-DEDNAME.
           MOVE SPACES TO W-RESP.
           OPEN INPUT TDSCFGFILE.
           IF FSTC = "00"
               READ TDSCFGFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TCTAN TO W-TAN
                       MOVE TCNAME TO W-DEDNAME
                       MOVE TCRESP TO W-RESP
               END-READ
               CLOSE TDSCFGFILE
           END-IF.
           IF W-COMPANY NOT = SPACES
               MOVE SPACES TO W-TAN
               OPEN INPUT COMPANYFILE
               IF FSCY = "00"
                   MOVE W-COMPANY TO CYCODE
                   READ COMPANYFILE
                       NOT INVALID KEY
                           MOVE CYTAN TO W-TAN
                           MOVE CYNAME TO W-DEDNAME
                   END-READ
                   CLOSE COMPANYFILE
               END-IF
           END-IF.

       LOAD-CHALLANS-PARA.
           MOVE 0 TO T-CHALLANS.
           OPEN INPUT CHALLANFILE.
           IF FSCL NOT = "00"
               GO TO LOAD-CHALLANS-EXIT
           END-IF
           MOVE MT-PERIOD (1) TO CLPERIOD.
           MOVE LOW-VALUES TO CLSERIAL.
           START CHALLANFILE KEY IS NOT LESS THAN CLKEY
               INVALID KEY
                   MOVE "10" TO FSCL
           END-START.
           PERFORM UNTIL FSCL NOT = "00"
               READ CHALLANFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF CLPERIOD > MT-PERIOD (3)
                   EXIT PERFORM
               END-IF
               IF W-COMPANY NOT = SPACES
                   AND CLCOMPANY NOT = W-COMPANY
                   CONTINUE
               ELSE
               IF T-CHALLANS < 30
                   ADD 1 TO T-CHALLANS
                   MOVE CLPERIOD TO CH-PERIOD (T-CHALLANS)
                   MOVE CLSERIAL TO CH-SERIAL (T-CHALLANS)
                   MOVE CLBSR TO CH-BSR (T-CHALLANS)
                   MOVE CLDEPDT TO CH-DEPDT (T-CHALLANS)
                   MOVE CLAMOUNT TO CH-AMOUNT (T-CHALLANS)
                   MOVE 0 TO CH-ALLOC (T-CHALLANS)
                       CH-ROWS (T-CHALLANS) CH-RUN (T-CHALLANS)
                   PERFORM FIND-MONTH-PARA
                   IF MT-FIRST (W-MIDX) = 0
                       MOVE T-CHALLANS TO MT-FIRST (W-MIDX)
                   END-IF
                   MOVE T-CHALLANS TO MT-LAST (W-MIDX)
                   ADD CLAMOUNT TO MT-DEP (W-MIDX)
                   ADD CLAMOUNT TO T-DEPOSIT
               ELSE
                   MOVE "Y" TO W-CHFULL
               END-IF
               END-IF
           END-PERFORM
           CLOSE CHALLANFILE.
       LOAD-CHALLANS-EXIT.
           EXIT.

       FIND-MONTH-PARA.
           IF CLPERIOD = MT-PERIOD (1)
               MOVE 1 TO W-MIDX
           ELSE
           IF CLPERIOD = MT-PERIOD (2)
               MOVE 2 TO W-MIDX
           ELSE
               MOVE 3 TO W-MIDX
           END-IF
           END-IF.

      * READS THE WHOLE PAYROLL RESULTS FILE, WHICH IS IN EMPLOYEE AND
      * PERIOD ORDER, GROUPING THE QUARTER'S RESULTS BY EMPLOYEE AND
      * MONTH. THE ALLOCATION TO CHALLANS IS WORKED OUT AFRESH EACH
      * TIME, SO EVERY PASS ARRIVES AT THE SAME CHALLAN FOR A LINE.
       SCAN-PARA.
           PERFORM VARYING W-MIDX FROM 1 BY 1 UNTIL W-MIDX > 3
               MOVE MT-FIRST (W-MIDX) TO MT-CUR (W-MIDX)
           END-PERFORM
           PERFORM VARYING W-CIDX FROM 1 BY 1 UNTIL W-CIDX > T-CHALLANS
               MOVE 0 TO CH-RUN (W-CIDX)
           END-PERFORM
           MOVE 0 TO W-ROWSEQ.
           MOVE SPACES TO G-EMPID.
           MOVE SPACES TO E-EMPID.
           MOVE LOW-VALUES TO RSKEY.
           START PAYRESFILE KEY IS NOT LESS THAN RSKEY
               INVALID KEY
                   MOVE "10" TO FSRS
           END-START.
           PERFORM UNTIL FSRS NOT = "00"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE SPACES TO W-RSCO
               IF W-COMPANY NOT = SPACES
                   CALL "BRCOMP" USING RSBRNID W-RSCO
               END-IF
               IF RSPERIOD NOT < MT-PERIOD (1)
                   AND RSPERIOD NOT > MT-PERIOD (3)
                   AND W-RSCO = W-COMPANY
                   PERFORM GATHER-PARA
               END-IF
           END-PERFORM
           IF G-EMPID NOT = SPACES
               PERFORM FLUSH-GROUP-PARA THRU FLUSH-GROUP-EXIT
           END-IF
           IF E-EMPID NOT = SPACES AND W-PASS = "1"
               PERFORM FLUSH-EMP-PARA THRU FLUSH-EMP-EXIT
           END-IF
           MOVE "00" TO FSRS.

       GATHER-PARA.
           IF RSEMPID NOT = G-EMPID OR RSPERIOD NOT = G-PERIOD
               IF G-EMPID NOT = SPACES
                   PERFORM FLUSH-GROUP-PARA THRU FLUSH-GROUP-EXIT
               END-IF
               MOVE RSEMPID TO G-EMPID
               MOVE RSPERIOD TO G-PERIOD
               MOVE RSNAME TO G-NAME
               MOVE SPACES TO G-DATE
               MOVE 0 TO G-GROSS G-TAX G-SHORT
           END-IF
           IF RSEMPID NOT = E-EMPID
               IF E-EMPID NOT = SPACES AND W-PASS = "1"
                   PERFORM FLUSH-EMP-PARA THRU FLUSH-EMP-EXIT
               END-IF
               MOVE RSEMPID TO E-EMPID
               MOVE RSNAME TO E-NAME
               MOVE 0 TO E-GROSS E-TAX
           END-IF
           MOVE RSPAYDATA TO W-RSPAY.
           ADD RSGROSS TO G-GROSS.
           ADD W-RSITAX TO G-TAX.
           IF RSRUNDATE NUMERIC
               MOVE RSRUNDATE TO G-DATE
           END-IF
      * A CUT IN THE STATUTORY CLASS FALLS ON INCOME TAX FIRST.
           PERFORM VARYING W-DIDX FROM 1 BY 1 UNTIL W-DIDX > 10
               IF RSCCLASS (W-DIDX) = "S"
                   AND RSCDUE (W-DIDX) > RSCTAKEN (W-DIDX)
                   COMPUTE G-SHORT = G-SHORT + RSCDUE (W-DIDX)
                       - RSCTAKEN (W-DIDX)
               END-IF
           END-PERFORM.

       FLUSH-GROUP-PARA.
           MOVE G-PERIOD TO CLPERIOD.
           PERFORM FIND-MONTH-PARA.
           IF W-PASS = "1"
               ADD G-GROSS TO E-GROSS
               ADD G-TAX TO E-TAX
               IF G-SHORT > 0
                   MOVE "TAX SHORT - PAY INSUFFICIENT" TO EX-REASON
                   MOVE G-SHORT TO EX-AMOUNT
                   PERFORM WRITE-EXCEPTION-PARA
                   ADD 1 TO T-SHORT
               END-IF
           END-IF
           IF G-TAX = 0
               GO TO FLUSH-GROUP-EXIT
           END-IF
           IF W-PASS = "1"
               ADD G-TAX TO MT-DED (W-MIDX)
               ADD G-TAX TO T-DEDUCTED
           END-IF
           IF MT-FIRST (W-MIDX) = 0
               IF W-PASS = "1"
                   ADD G-TAX TO MT-NOCH (W-MIDX)
                   ADD G-TAX TO T-NOCHAL
               END-IF
               GO TO FLUSH-GROUP-EXIT
           END-IF
           MOVE MT-CUR (W-MIDX) TO W-CIDX.
           ADD G-TAX TO CH-RUN (W-CIDX).
           IF CH-RUN (W-CIDX) NOT < CH-AMOUNT (W-CIDX)
               AND W-CIDX < MT-LAST (W-MIDX)
               ADD 1 TO MT-CUR (W-MIDX)
           END-IF
           IF W-PASS = "1"
               ADD G-TAX TO CH-ALLOC (W-CIDX)
               ADD 1 TO CH-ROWS (W-CIDX)
               ADD G-TAX TO T-INFILE
               ADD 1 TO T-ROWS
           ELSE
               IF W-CIDX = W-WANT
                   PERFORM WRITE-DEDUCTEE-PARA
               END-IF
           END-IF.
       FLUSH-GROUP-EXIT.
           EXIT.

      * WITHOUT A PAN TAX IS DUE AT NOT LESS THAN 20 PCT (SECTION
      * 206AA); WHERE TAX WAS DEDUCTED AT ALL BUT AT LESS THAN THAT,
      * THE SHORTFALL IS REPORTED.
       FLUSH-EMP-PARA.
           ADD 1 TO T-EMPS.
           MOVE E-EMPID TO G-EMPID.
           PERFORM GET-PAN-PARA THRU GET-PAN-EXIT.
           IF W-PANOK = "Y"
               GO TO FLUSH-EMP-EXIT
           END-IF
           ADD 1 TO T-NOPAN.
           MOVE E-EMPID TO EX-EMPID.
           MOVE E-NAME TO EX-NAME.
           MOVE "QUARTER" TO EX-MONTH.
           MOVE "PAN NOT AVAILABLE - TAX" TO EX-REASON.
           MOVE E-TAX TO EX-AMOUNT.
           MOVE EXC-LINE TO RPTLINE.
           WRITE RPTLINE.
           COMPUTE W-MINTAX ROUNDED = E-GROSS * 20 / 100.
           IF E-TAX > 0 AND E-TAX < W-MINTAX
               COMPUTE W-DIFF = W-MINTAX - E-TAX
               MOVE "SHORT - 20 PCT RATE, NO PAN" TO EX-REASON
               MOVE W-DIFF TO EX-AMOUNT
               MOVE EXC-LINE TO RPTLINE
               WRITE RPTLINE
               ADD 1 TO T-SHORT
           END-IF.
       FLUSH-EMP-EXIT.
           EXIT.

       WRITE-EXCEPTION-PARA.
           MOVE G-EMPID TO EX-EMPID.
           MOVE G-NAME TO EX-NAME.
           MOVE SPACES TO EX-MONTH.
           STRING G-PERIOD(5:2) "/" G-PERIOD(1:4)
               DELIMITED BY SIZE INTO EX-MONTH
           END-STRING.
           MOVE EXC-LINE TO RPTLINE.
           WRITE RPTLINE.

      * THE PAN IS KEPT WITH THE EMPLOYEE'S TAX DECLARATION.
       GET-PAN-PARA.
           MOVE "N" TO W-PANOK.
           MOVE "PANNOTAVBL" TO W-PAN.
           IF W-DCOPEN NOT = "Y"
               GO TO GET-PAN-EXIT
           END-IF
           MOVE G-EMPID TO DCEMPID.
           READ DECLAREFILE
               INVALID KEY
                   GO TO GET-PAN-EXIT
           END-READ.
           MOVE 0 TO W-SPACES.
           INSPECT DCPAN TALLYING W-SPACES FOR ALL SPACES.
           IF W-SPACES = 0 AND DCPAN(1:5) ALPHABETIC-UPPER
               AND DCPAN(6:4) NUMERIC
               AND DCPAN(10:1) ALPHABETIC-UPPER
               MOVE "Y" TO W-PANOK
               MOVE DCPAN TO W-PAN
           END-IF.
       GET-PAN-EXIT.
           EXIT.

       WRITE-CHALLAN-PARA.
           MOVE CH-AMOUNT (W-WANT) TO W-AMT9A.
           MOVE CH-ALLOC (W-WANT) TO W-AMT9B.
           MOVE SPACES TO TDSRETLINE.
           STRING "CD^"
               W-WANT "^"
               CH-PERIOD (W-WANT) (5:2) "/" CH-PERIOD (W-WANT) (1:4)
               "^"
               CH-SERIAL (W-WANT) "^"
               CH-BSR (W-WANT) "^"
               CH-DEPDT (W-WANT) (7:2) "/" CH-DEPDT (W-WANT) (5:2) "/"
               CH-DEPDT (W-WANT) (1:4) "^"
               W-AMT9A "^"
               W-AMT9B "^"
               CH-ROWS (W-WANT)
               DELIMITED BY SIZE INTO TDSRETLINE
           END-STRING.
           WRITE TDSRETLINE.

       WRITE-DEDUCTEE-PARA.
           PERFORM GET-PAN-PARA THRU GET-PAN-EXIT.
           ADD 1 TO W-ROWSEQ.
           MOVE G-GROSS TO W-AMT9A.
           MOVE G-TAX TO W-AMT9B.
           MOVE SPACES TO W-DATEED.
           IF G-DATE NOT = SPACES
               STRING G-DATE(7:2) "/" G-DATE(5:2) "/" G-DATE(1:4)
                   DELIMITED BY SIZE INTO W-DATEED
               END-STRING
           END-IF
           MOVE SPACES TO TDSRETLINE.
           STRING "DD^"
               W-WANT "^"
               W-ROWSEQ "^"
               G-EMPID "^"
               W-PAN "^"
               G-NAME "^"
               G-PERIOD(5:2) "/" G-PERIOD(1:4) "^"
               W-AMT9A "^"
               W-AMT9B "^"
               W-DATEED
               DELIMITED BY SIZE INTO TDSRETLINE
           END-STRING.
           WRITE TDSRETLINE.

       RECONCILE-PARA.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "TAX DEDUCTED AGAINST TAX DEPOSITED, BY CHALLAN"
               TO RPTLINE.
           WRITE RPTLINE.
           MOVE REC-HEAD TO RPTLINE.
           WRITE RPTLINE.
           PERFORM VARYING W-CIDX FROM 1 BY 1
               UNTIL W-CIDX > T-CHALLANS
               MOVE SPACES TO RL-MONTH
               STRING CH-PERIOD (W-CIDX) (5:2) "/"
                   CH-PERIOD (W-CIDX) (1:4)
                   DELIMITED BY SIZE INTO RL-MONTH
               END-STRING
               MOVE CH-SERIAL (W-CIDX) TO RL-SERIAL
               MOVE CH-BSR (W-CIDX) TO RL-BSR
               MOVE SPACES TO RL-DEPDT
               STRING CH-DEPDT (W-CIDX) (7:2) "/"
                   CH-DEPDT (W-CIDX) (5:2) "/" CH-DEPDT (W-CIDX) (1:4)
                   DELIMITED BY SIZE INTO RL-DEPDT
               END-STRING
               MOVE CH-AMOUNT (W-CIDX) TO RL-AMOUNT
               MOVE CH-ALLOC (W-CIDX) TO RL-DEDUCT
               IF CH-ALLOC (W-CIDX) > CH-AMOUNT (W-CIDX)
                   COMPUTE W-DIFF = CH-ALLOC (W-CIDX)
                       - CH-AMOUNT (W-CIDX)
                   MOVE "SHORT" TO RL-STATUS
               ELSE
                   COMPUTE W-DIFF = CH-AMOUNT (W-CIDX)
                       - CH-ALLOC (W-CIDX)
                   IF W-DIFF = 0
                       MOVE "MATCHED" TO RL-STATUS
                   ELSE
                       MOVE "EXCESS" TO RL-STATUS
                   END-IF
               END-IF
               MOVE W-DIFF TO RL-DIFF
               MOVE REC-LINE TO RPTLINE
               WRITE RPTLINE
           END-PERFORM
           IF T-CHALLANS = 0
               MOVE "  NO CHALLANS RECORDED FOR THE QUARTER" TO RPTLINE
               WRITE RPTLINE
           END-IF
           IF W-CHFULL = "Y"
               MOVE "  CHALLAN TABLE FULL - LATER CHALLANS LEFT OUT"
                   TO RPTLINE
               WRITE RPTLINE
           END-IF
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "BY MONTH" TO RPTLINE.
           WRITE RPTLINE.
           MOVE "MONTH       DEDUCTED   DEPOSITED  NO CHALLAN"
               TO RPTLINE.
           WRITE RPTLINE.
           PERFORM VARYING W-MIDX FROM 1 BY 1 UNTIL W-MIDX > 3
               MOVE SPACES TO RL-MONTH
               STRING MT-PERIOD (W-MIDX) (5:2) "/"
                   MT-PERIOD (W-MIDX) (1:4)
                   DELIMITED BY SIZE INTO RL-MONTH
               END-STRING
               MOVE SPACES TO RPTLINE
               MOVE RL-MONTH TO RPTLINE (1:8)
               MOVE MT-DED (W-MIDX) TO RL-AMOUNT
               MOVE RL-AMOUNT TO RPTLINE (9:12)
               MOVE MT-DEP (W-MIDX) TO RL-AMOUNT
               MOVE RL-AMOUNT TO RPTLINE (21:12)
               MOVE MT-NOCH (W-MIDX) TO RL-AMOUNT
               MOVE RL-AMOUNT TO RPTLINE (33:12)
               WRITE RPTLINE
           END-PERFORM
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "EMPLOYEES PAID IN THE QUARTER" TO TL-TEXT.
           MOVE T-EMPS TO TL-COUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "TAX DEDUCTED" TO TL-TEXT.
           MOVE T-DEDUCTED TO TL-AMOUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "TAX DEPOSITED" TO TL-TEXT.
           MOVE T-DEPOSIT TO TL-AMOUNT.
           MOVE T-CHALLANS TO TL-COUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "IN THE RETURN / DEDUCTEE LINES" TO TL-TEXT.
           MOVE T-INFILE TO TL-AMOUNT.
           MOVE T-ROWS TO TL-COUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "LEFT OUT - NO CHALLAN FOR THE MONTH" TO TL-TEXT.
           MOVE T-NOCHAL TO TL-AMOUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.

       END PROGRAM TDSRET.
