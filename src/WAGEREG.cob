       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGEREG.

      * STATUTORY MUSTER ROLL AND REGISTER OF WAGES FOR A PERIOD, BY
      * BRANCH, IN THE FORM THE BRANCH'S STATE PRESCRIBES. WAGES ARE
      * TAKEN FROM THE PAY RESULTS THE PAYROLL REGISTER IS PRINTED
      * FROM, SO THE REGISTERS ADD UP TO THE PAYROLL REGISTER - THE
      * LAST PAGE OF AN ALL-BRANCH RUN SHOWS THE RECONCILIATION. THE
      * MUSTER ROLL MARKS EACH DAY FROM THE PUNCH FILE, THE BRANCH AND
      * COMPANY HOLIDAY CALENDARS AND THE WEEKLY OFF, AND TOTALS THE
      * DAYS PRESENT AND ABSENT AS RECORDED ON ATTENDANCE FOR PAY.
      * ONE BRANCH OR ALL.

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

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT BRANCHFILE
               ASSIGN TO "files/BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBRID
               FILE STATUS IS FSB.

           SELECT ATTENDFILE
               ASSIGN TO "files/ATTEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATKEY
               FILE STATUS IS FSAT.

           SELECT HOLIDAYFILE
               ASSIGN TO "files/HOLIDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLKEY
               FILE STATUS IS FSHO.

           SELECT PUNCHINFILE
               ASSIGN TO "files/PUNCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSPI.

           SELECT WAGEREGFILE
               ASSIGN TO "files/WAGEREG.LST"
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

       FD EMPFILE.
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 ESTATUS   PIC X.
           02 ESEPDT    PIC X(10).
           02 EDEPCODE  PIC X(6).
           02 EEMPTYPE  PIC X.
           02 ECONTEND  PIC X(10).

       FD BRANCHFILE.
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

       FD ATTENDFILE.
       01 ATTENDREC.
           02 ATKEY.
               03 ATEMPID  PIC X(6).
               03 ATPERIOD PIC X(6).
           02 ATDAYSP  PIC 99.
           02 ATDAYSA  PIC 99.

       FD HOLIDAYFILE.
       01 HOLIDAYREC.
           02 HOLKEY.
               03 HOLCAL  PIC X(6).
               03 HOLDATE PIC X(8).
           02 HOLDESC  PIC X(30).

       FD PUNCHINFILE.
       01 PUNCHINLINE.
           02 PNEMPID PIC X(6).
           02 PNDATE  PIC X(8).
           02 PNIN    PIC X(4).
           02 PNOUT   PIC X(4).

       FD WAGEREGFILE.
       01 RPTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSRS       PIC XX.
       77 FSE        PIC XX.
       77 FSB        PIC XX.
       77 FSAT       PIC XX.
       77 FSHO       PIC XX.
       77 FSPI       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-SELBR    PIC X(6).
       77 W-ATOPEN   PIC X.
       77 W-HOOPEN   PIC X.
       77 W-DATENUM  PIC 9(8).
       77 W-PERBEG   PIC S9(9).
       77 W-NEXTBEG  PIC S9(9).
       77 W-DAYI     PIC S9(9).
       77 W-DOW      PIC 9.
       77 W-MONDAYS  PIC 99.
       77 W-NEXTYR   PIC 9(4).
       77 W-NEXTMON  PIC 99.
       77 W-D        PIC 99.
       77 W-DAYDATE  PIC X(8).
       77 W-JOINKEY  PIC X(8).
       77 W-SEPKEY   PIC X(8).
       77 W-PUSED    PIC 9(4) VALUE 0.
       77 W-PIDX     PIC 9(4).
       77 W-FIDX     PIC 99.
       77 W-AIDX     PIC 9.
       77 W-LAYOUT   PIC X.
       77 W-TITLE1   PIC X(60).
       77 W-TITLE2   PIC X(60).
       77 W-RULES    PIC X(60).
       77 W-MARKS    PIC X(31).
       77 W-CALMARKS PIC X(31).
       77 W-HASPUNCH PIC X.
       77 W-SNO      PIC 9(4).
       77 W-PRS      PIC 99.
       77 W-ABS      PIC 99.
       77 W-HOL      PIC 99.
       77 W-WO       PIC 99.
       77 B-LINES    PIC 9(4).
       77 T-BRANCH   PIC 9(4) VALUE 0.
       77 T-RESULTS  PIC 9(6) VALUE 0.
       77 T-SHOWN    PIC 9(6) VALUE 0.

      * THE PRESCRIBED FORMS BY STATE. A STATE NOT LISTED USES THE
      * CENTRAL RULES' FORMS (THE ENTRY FOR "**"). LAYOUT "C" IS ONE
      * COMBINED MUSTER ROLL CUM REGISTER OF WAGES, "S" IS A SEPARATE
      * MUSTER ROLL FOLLOWED BY THE REGISTER OF WAGES.
       01 FORM-NAMES.
           02 FILLER PIC X(3) VALUE "MHC".
           02 FILLER PIC X(60) VALUE
               "FORM II - MUSTER ROLL CUM REGISTER OF WAGES".
           02 FILLER PIC X(60) VALUE SPACES.
           02 FILLER PIC X(60) VALUE
               "MAHARASHTRA MINIMUM WAGES RULES, 1963 - RULE 27(1)".
           02 FILLER PIC X(3) VALUE "KAC".
           02 FILLER PIC X(60) VALUE
               "FORM T - COMBINED MUSTER ROLL CUM REGISTER OF WAGES".
           02 FILLER PIC X(60) VALUE SPACES.
           02 FILLER PIC X(60) VALUE
               "KARNATAKA SHOPS AND COMMERCIAL ESTABLISHMENTS RULES".
           02 FILLER PIC X(3) VALUE "**S".
           02 FILLER PIC X(60) VALUE "FORM V - MUSTER ROLL".
           02 FILLER PIC X(60) VALUE "FORM X - REGISTER OF WAGES".
           02 FILLER PIC X(60) VALUE
               "MINIMUM WAGES (CENTRAL) RULES, 1950 - RULE 26".
       01 FORM-TABLE REDEFINES FORM-NAMES.
           02 FT-ENTRY OCCURS 3 TIMES.
               03 FT-STATE  PIC X(2).
               03 FT-LAYOUT PIC X.
               03 FT-TITLE1 PIC X(60).
               03 FT-TITLE2 PIC X(60).
               03 FT-RULES  PIC X(60).

      * THE DAYS EACH EMPLOYEE PUNCHED IN THE PERIOD.
       01 PUNCH-TABLE.
           02 PU-ENTRY OCCURS 2000 TIMES.
               03 PU-EMPID  PIC X(6).
               03 PU-DAYS   PIC X(31).

      * THE PAY DATA AS THE RESULTS HOLD IT - PRORATED FOR THE DAYS
      * PAID.
       01 W-PAYDATA.
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.
           02 PARREAR  PIC 9(6)V99.
           02 POTAMT   PIC 9(6)V99.
           02 PMEDPREM PIC 9(6)V99.
           02 PCLAIM   PIC 9(6)V99.
           02 PENCASH  PIC 9(6)V99.
           02 PCO      PIC 99.
           02 PCOPER   PIC X(6).

      * ONE EMPLOYEE'S WAGES AS THE REGISTER SHOWS THEM - BASIC, DA,
      * HRA, OVERTIME, OTHER EARNINGS AND GROSS; PF, ESI, PROFESSIONAL
      * TAX, INCOME TAX, OTHER DEDUCTIONS, TOTAL DEDUCTIONS AND NET.
      * "OTHER" IS WHAT IS LEFT OF THE GROSS OR THE DEDUCTIONS, SO
      * EACH LINE ADDS UP TO WHAT PAYROLL PAID.
       01 W-WAGES.
           02 W-EARN  PIC S9(8)V99 OCCURS 6 TIMES.
           02 W-DED   PIC S9(8)V99 OCCURS 7 TIMES.
       01 B-WAGES.
           02 B-EARN  PIC S9(10)V99 OCCURS 6 TIMES.
           02 B-DED   PIC S9(10)V99 OCCURS 7 TIMES.
       01 G-WAGES.
           02 G-EARN  PIC S9(10)V99 OCCURS 6 TIMES.
           02 G-DED   PIC S9(10)V99 OCCURS 7 TIMES.

      * THE WHOLE PERIOD AS THE PAYROLL REGISTER PRINTS IT - THE
      * REGULAR RUN AND ANY SUPPLEMENTARY RUNS.
       01 P-TOTALS.
           02 P-ENTRY OCCURS 2 TIMES.
               03 P-COUNT   PIC 9(6).
               03 P-GROSS   PIC S9(10)V99.
               03 P-DEDUCT  PIC S9(10)V99.
               03 P-NET     PIC S9(10)V99.
       77 W-PGROSS   PIC S9(10)V99.
       77 W-PDEDUCT  PIC S9(10)V99.
       77 W-PNET     PIC S9(10)V99.

       01 DAY-HEAD.
           02 DH-LEAD    PIC X(25).
           02 DH-DAY     PIC X(3) OCCURS 31 TIMES.
           02 DH-TAIL    PIC X(12).

       01 MUSTER-LINE.
           02 ML-SNO     PIC ZZZ9.
           02 FILLER     PIC X.
           02 ML-EMPID   PIC X(7).
           02 ML-NAME    PIC X(13).
           02 ML-DAY     PIC X(3) OCCURS 31 TIMES.
           02 ML-PRS     PIC ZZ9.
           02 ML-ABS     PIC ZZ9.
           02 ML-HOL     PIC ZZ9.
           02 ML-WO      PIC ZZ9.

       01 AMOUNT-HEAD.
           02 AH-LEAD    PIC X(44).
           02 AH-LABEL   PIC X(12) OCCURS 7 TIMES.

       01 AMOUNT-LINE.
           02 AM-LEAD    PIC X(44).
           02 AM-AMT     PIC Z(7)9.99- OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "STATUTORY MUSTER ROLL AND REGISTER OF WAGES".
           DISPLAY "ENTER PERIOD (MM/YYYY) :".
           ACCEPT W-PERIN.
           MOVE "N" TO W-PEROK.
           IF W-PERIN(1:2) NUMERIC AND W-PERIN(3:1) = "/"
               AND W-PERIN(4:4) NUMERIC
               IF W-PERIN(1:2) >= "01" AND W-PERIN(1:2) <= "12"
                   MOVE "Y" TO W-PEROK
                   MOVE W-PERIN(4:4) TO W-PERIOD(1:4)
                   MOVE W-PERIN(1:2) TO W-PERIOD(5:2)
               END-IF
           END-IF
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ENTER BRANCH CODE (SPACES = ALL) :".
           ACCEPT W-SELBR.
           MOVE W-PERIOD(1:4) TO W-NEXTYR.
           MOVE W-PERIOD(5:2) TO W-NEXTMON.
           IF W-NEXTMON = 12
               ADD 1 TO W-NEXTYR
               MOVE 1 TO W-NEXTMON
           ELSE
               ADD 1 TO W-NEXTMON
           END-IF
           MOVE W-PERIOD TO W-DATENUM(1:6).
           MOVE "01" TO W-DATENUM(7:2).
           COMPUTE W-PERBEG = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           MOVE W-NEXTYR TO W-DATENUM(1:4).
           MOVE W-NEXTMON TO W-DATENUM(5:2).
           COMPUTE W-NEXTBEG = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           COMPUTE W-MONDAYS = W-NEXTBEG - W-PERBEG.

           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "NO PAY RESULTS ON FILE, STATUS " FSRS
               MOVE 9999 TO RETURN-CODE
               DISPLAY "PRESS ENTER TO CONTINUE"
               ACCEPT WAITFOR
               GOBACK
           END-IF
           OPEN INPUT BRANCHFILE.
           IF FSB NOT = "00"
               DISPLAY "UNABLE TO OPEN BRANCH FILE, STATUS " FSB
               CLOSE PAYRESFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               CLOSE PAYRESFILE
               CLOSE BRANCHFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO W-ATOPEN.
           OPEN INPUT ATTENDFILE.
           IF FSAT = "00"
               MOVE "Y" TO W-ATOPEN
           END-IF
           MOVE "N" TO W-HOOPEN.
           OPEN INPUT HOLIDAYFILE.
           IF FSHO = "00"
               MOVE "Y" TO W-HOOPEN
           END-IF

           PERFORM PERIOD-TOTAL-PARA THRU PERIOD-TOTAL-EXIT.
           IF T-RESULTS = 0
               DISPLAY "NO PAY RESULTS FOR PERIOD " W-PERIN
                   " - RUN PAYROLL FIRST"
               PERFORM CLOSE-FILES-PARA
               MOVE 9999 TO RETURN-CODE
               DISPLAY "PRESS ENTER TO CONTINUE"
               ACCEPT WAITFOR
               GOBACK
           END-IF
           PERFORM LOAD-PUNCH-PARA THRU LOAD-PUNCH-EXIT.
           INITIALIZE G-WAGES.

           OPEN OUTPUT WAGEREGFILE.
           PERFORM UNTIL FSB NOT = "00"
               READ BRANCHFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSB = "00"
                   AND (W-SELBR = SPACES OR BBRID = W-SELBR)
                   PERFORM BRANCH-PARA THRU BRANCH-EXIT
               END-IF
           END-PERFORM
           IF W-SELBR = SPACES
               PERFORM RECONCILE-PARA
           END-IF
           CLOSE WAGEREGFILE.
           PERFORM CLOSE-FILES-PARA.
           DISPLAY "MUSTER ROLLS AND WAGE REGISTERS WRITTEN TO "
               "files/WAGEREG.LST - " T-BRANCH " BRANCHES, " T-SHOWN
               " PAY RESULTS".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       CLOSE-FILES-PARA.
           CLOSE PAYRESFILE.
           CLOSE BRANCHFILE.
           CLOSE EMPFILE.
           IF W-ATOPEN = "Y"
               CLOSE ATTENDFILE
           END-IF
           IF W-HOOPEN = "Y"
               CLOSE HOLIDAYFILE
           END-IF.

      * THE PERIOD'S TOTALS OVER EVERY RESULT, BRANCH OR NOT - THE
      * FIGURES THE PAYROLL REGISTER REPRINT FOR THE PERIOD SHOWS.
       PERIOD-TOTAL-PARA.
           INITIALIZE P-TOTALS.
           MOVE W-PERIOD TO RSPERIOD.
           START PAYRESFILE KEY IS EQUAL TO RSPERIOD
               INVALID KEY
                   GO TO PERIOD-TOTAL-EXIT
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRS = "00" OR FSRS = "02"
                   IF RSPERIOD NOT = W-PERIOD
                       EXIT PERFORM
                   END-IF
                   IF RSRUN = "00"
                       MOVE 1 TO W-AIDX
                   ELSE
                       MOVE 2 TO W-AIDX
                   END-IF
                   ADD 1 TO T-RESULTS
                   ADD 1 TO P-COUNT (W-AIDX)
                   ADD RSGROSS TO P-GROSS (W-AIDX)
                   ADD RSDEDUCT TO P-DEDUCT (W-AIDX)
                   ADD RSNET TO P-NET (W-AIDX)
               END-IF
           END-PERFORM.
       PERIOD-TOTAL-EXIT.
           EXIT.

      * PUNCHES OUTSIDE THE PERIOD, AND LINES THAT ARE NOT PUNCHES,
      * ARE PASSED OVER. WITHOUT A PUNCH FILE EVERY WORKING DAY IS
      * LEFT UNMARKED.
       LOAD-PUNCH-PARA.
           OPEN INPUT PUNCHINFILE.
           IF FSPI NOT = "00"
               GO TO LOAD-PUNCH-EXIT
           END-IF
           PERFORM UNTIL FSPI NOT = "00"
               READ PUNCHINFILE AT END EXIT PERFORM END-READ
               IF PNEMPID NOT = SPACES AND PNDATE NUMERIC
                   AND PNDATE(1:6) = W-PERIOD
                   AND PNDATE(7:2) >= "01" AND PNDATE(7:2) <= "31"
                   PERFORM NOTE-PUNCH-PARA
               END-IF
           END-PERFORM
           CLOSE PUNCHINFILE.
       LOAD-PUNCH-EXIT.
           EXIT.

       NOTE-PUNCH-PARA.
           PERFORM VARYING W-PIDX FROM 1 BY 1 UNTIL W-PIDX > W-PUSED
               OR PU-EMPID (W-PIDX) = PNEMPID
               CONTINUE
           END-PERFORM
           IF W-PIDX > W-PUSED
               IF W-PUSED < 2000
                   ADD 1 TO W-PUSED
                   MOVE W-PUSED TO W-PIDX
                   MOVE PNEMPID TO PU-EMPID (W-PIDX)
                   MOVE SPACES TO PU-DAYS (W-PIDX)
               ELSE
                   MOVE 0 TO W-PIDX
               END-IF
           END-IF
           IF W-PIDX > 0
               MOVE PNDATE(7:2) TO W-D
               MOVE "P" TO PU-DAYS (W-PIDX) (W-D:1)
           END-IF.

      * A BRANCH WITH NOBODY PAID IN THE PERIOD IS LEFT OUT.
       BRANCH-PARA.
           PERFORM FIND-FORM-PARA.
           PERFORM BRANCH-CALENDAR-PARA.
           INITIALIZE B-WAGES.
           MOVE 0 TO B-LINES.
           IF W-LAYOUT = "C"
               MOVE W-TITLE1 TO W-TITLE2
               PERFORM SCAN-PARA THRU SCAN-EXIT
           ELSE
               PERFORM SCAN-PARA THRU SCAN-EXIT
               MOVE "W" TO W-LAYOUT
               MOVE 0 TO B-LINES
               PERFORM SCAN-PARA THRU SCAN-EXIT
           END-IF
           IF B-LINES = 0
               GO TO BRANCH-EXIT
           END-IF
           ADD 1 TO T-BRANCH.
           PERFORM BRANCH-TOTAL-PARA.
       BRANCH-EXIT.
           EXIT.

       FIND-FORM-PARA.
           PERFORM VARYING W-FIDX FROM 1 BY 1 UNTIL W-FIDX > 2
               OR FT-STATE (W-FIDX) = BSTATE
               CONTINUE
           END-PERFORM
           MOVE FT-LAYOUT (W-FIDX) TO W-LAYOUT.
           MOVE FT-TITLE1 (W-FIDX) TO W-TITLE1.
           MOVE FT-TITLE2 (W-FIDX) TO W-TITLE2.
           MOVE FT-RULES (W-FIDX) TO W-RULES.

      * THE BRANCH'S WEEKLY OFFS AND HOLIDAYS FOR THE PERIOD, ON ITS
      * OWN CALENDAR OR THE COMPANY-WIDE "ALL" ONE.
       BRANCH-CALENDAR-PARA.
           MOVE SPACES TO W-CALMARKS.
           PERFORM VARYING W-D FROM 1 BY 1 UNTIL W-D > W-MONDAYS
               MOVE W-PERIOD TO W-DAYDATE(1:6)
               MOVE W-D TO W-DAYDATE(7:2)
               COMPUTE W-DAYI = W-PERBEG + W-D - 1
               COMPUTE W-DOW = FUNCTION MOD (W-DAYI 7)
               IF W-DOW = 0
                   MOVE "W" TO W-CALMARKS(W-D:1)
               ELSE
                   IF W-HOOPEN = "Y"
                       MOVE BBRID TO HOLCAL
                       MOVE W-DAYDATE TO HOLDATE
                       READ HOLIDAYFILE
                           INVALID KEY
                               MOVE "ALL" TO HOLCAL
                               MOVE W-DAYDATE TO HOLDATE
                               READ HOLIDAYFILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE "H" TO W-CALMARKS(W-D:1)
                               END-READ
                           NOT INVALID KEY
                               MOVE "H" TO W-CALMARKS(W-D:1)
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

      * ONE PASS OVER THE PERIOD'S RESULTS FOR THE BRANCH. W-LAYOUT
      * SAYS WHAT IS PRINTED - "S" THE MUSTER ROLL, "W" THE REGISTER
      * OF WAGES, "C" BOTH TOGETHER. THE MUSTER ROLL HAS ONE LINE PER
      * EMPLOYEE FROM THE REGULAR RUN; THE WAGES HAVE ONE PER RUN.
       SCAN-PARA.
           MOVE 0 TO W-SNO.
           MOVE W-PERIOD TO RSPERIOD.
           START PAYRESFILE KEY IS EQUAL TO RSPERIOD
               INVALID KEY
                   GO TO SCAN-EXIT
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRS = "00" OR FSRS = "02"
                   IF RSPERIOD NOT = W-PERIOD
                       EXIT PERFORM
                   END-IF
                   IF RSBRNID = BBRID
                       AND (W-LAYOUT NOT = "S" OR RSRUN = "00")
                       IF B-LINES = 0
                           PERFORM FORM-HEAD-PARA
                       END-IF
                       ADD 1 TO B-LINES
                       ADD 1 TO W-SNO
                       IF W-LAYOUT NOT = "W" AND RSRUN = "00"
                           PERFORM MUSTER-PARA
                       END-IF
                       IF W-LAYOUT NOT = "S"
                           PERFORM WAGES-PARA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO FSRS.
           IF B-LINES > 0 AND W-LAYOUT NOT = "W"
               PERFORM MUSTER-FOOT-PARA
           END-IF.
       SCAN-EXIT.
           EXIT.

       FORM-HEAD-PARA.
           MOVE ALL "=" TO RPTLINE.
           WRITE RPTLINE.
           IF W-LAYOUT = "W"
               MOVE W-TITLE2 TO RPTLINE
           ELSE
               MOVE W-TITLE1 TO RPTLINE
           END-IF
           WRITE RPTLINE.
           MOVE W-RULES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "NAME OF ESTABLISHMENT : BRANCH " BBRID " " BBRNAME
               "   STATE : " BSTATE
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "ADDRESS               : " BBRADD
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "WAGE PERIOD           : MONTH " W-PERIN "   DAYS "
               W-MONDAYS DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           IF W-LAYOUT NOT = "W"
               MOVE SPACES TO DAY-HEAD
               MOVE " SNO EMPID  NAME" TO DH-LEAD
               PERFORM VARYING W-D FROM 1 BY 1 UNTIL W-D > W-MONDAYS
                   MOVE W-D TO DH-DAY (W-D) (2:2)
               END-PERFORM
               MOVE " PR AB HL WO" TO DH-TAIL
               MOVE DAY-HEAD TO RPTLINE
               WRITE RPTLINE
           END-IF
           IF W-LAYOUT NOT = "S"
               MOVE SPACES TO AMOUNT-HEAD
               IF W-LAYOUT = "W"
                   MOVE " SNO EMPID  NAME                RUN  DAYS"
                       TO AH-LEAD
               ELSE
                   MOVE "                                RUN  DAYS"
                       TO AH-LEAD
               END-IF
               MOVE "       BASIC" TO AH-LABEL (1)
               MOVE "          DA" TO AH-LABEL (2)
               MOVE "         HRA" TO AH-LABEL (3)
               MOVE "    OVERTIME" TO AH-LABEL (4)
               MOVE " OTHER EARNS" TO AH-LABEL (5)
               MOVE "       GROSS" TO AH-LABEL (6)
               MOVE AMOUNT-HEAD TO RPTLINE
               WRITE RPTLINE
               MOVE SPACES TO AMOUNT-HEAD
               MOVE "                                 DEDUCTIONS"
                   TO AH-LEAD
               MOVE "          PF" TO AH-LABEL (1)
               MOVE "         ESI" TO AH-LABEL (2)
               MOVE "    PROF TAX" TO AH-LABEL (3)
               MOVE "  INCOME TAX" TO AH-LABEL (4)
               MOVE "   OTHER DED" TO AH-LABEL (5)
               MOVE "   TOTAL DED" TO AH-LABEL (6)
               MOVE "    NET PAID" TO AH-LABEL (7)
               MOVE AMOUNT-HEAD TO RPTLINE
               WRITE RPTLINE
           END-IF
           MOVE ALL "-" TO RPTLINE.
           WRITE RPTLINE.

      * ONE EMPLOYEE'S DAYS - P PRESENT, A ABSENT, H HOLIDAY, W WEEKLY
      * OFF, "-" NOT IN SERVICE, "." NO PUNCHES ON FILE FOR THE
      * PERIOD. A PUNCH ON A HOLIDAY OR WEEKLY OFF IS SHOWN PRESENT.
       MUSTER-PARA.
           MOVE RSEMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   MOVE SPACES TO EDOJ ESEPDT
                   MOVE "A" TO ESTATUS
           END-READ.
           MOVE "00000000" TO W-JOINKEY.
           IF EDOJ NOT = SPACES
               MOVE EDOJ(7:4) TO W-JOINKEY(1:4)
               MOVE EDOJ(4:2) TO W-JOINKEY(5:2)
               MOVE EDOJ(1:2) TO W-JOINKEY(7:2)
           END-IF
           MOVE "99999999" TO W-SEPKEY.
           IF ESTATUS = "S" AND ESEPDT NOT = SPACES
               MOVE ESEPDT(7:4) TO W-SEPKEY(1:4)
               MOVE ESEPDT(4:2) TO W-SEPKEY(5:2)
               MOVE ESEPDT(1:2) TO W-SEPKEY(7:2)
           END-IF
           PERFORM VARYING W-PIDX FROM 1 BY 1 UNTIL W-PIDX > W-PUSED
               OR PU-EMPID (W-PIDX) = RSEMPID
               CONTINUE
           END-PERFORM
           MOVE "N" TO W-HASPUNCH.
           IF W-PIDX NOT > W-PUSED
               MOVE "Y" TO W-HASPUNCH
           END-IF
           MOVE 0 TO W-PRS W-ABS W-HOL W-WO.
           MOVE SPACES TO W-MARKS.
           PERFORM DAY-MARK-PARA
               VARYING W-D FROM 1 BY 1 UNTIL W-D > W-MONDAYS.
           IF W-ATOPEN = "Y"
               MOVE RSEMPID TO ATEMPID
               MOVE W-PERIOD TO ATPERIOD
               READ ATTENDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ATDAYSP TO W-PRS
                       MOVE ATDAYSA TO W-ABS
               END-READ
           END-IF
           MOVE SPACES TO MUSTER-LINE.
           MOVE W-SNO TO ML-SNO.
           MOVE RSEMPID TO ML-EMPID.
           MOVE RSNAME TO ML-NAME.
           PERFORM VARYING W-D FROM 1 BY 1 UNTIL W-D > W-MONDAYS
               MOVE W-MARKS(W-D:1) TO ML-DAY (W-D) (3:1)
           END-PERFORM
           MOVE W-PRS TO ML-PRS.
           MOVE W-ABS TO ML-ABS.
           MOVE W-HOL TO ML-HOL.
           MOVE W-WO TO ML-WO.
           MOVE MUSTER-LINE TO RPTLINE.
           WRITE RPTLINE.

       DAY-MARK-PARA.
           MOVE W-PERIOD TO W-DAYDATE(1:6).
           MOVE W-D TO W-DAYDATE(7:2).
           IF W-DAYDATE < W-JOINKEY OR W-DAYDATE > W-SEPKEY
               MOVE "-" TO W-MARKS(W-D:1)
           ELSE
               IF W-HASPUNCH = "Y"
                   AND PU-DAYS (W-PIDX) (W-D:1) = "P"
                   MOVE "P" TO W-MARKS(W-D:1)
                   ADD 1 TO W-PRS
               ELSE
                   IF W-CALMARKS(W-D:1) = "W"
                       MOVE "W" TO W-MARKS(W-D:1)
                       ADD 1 TO W-WO
                   ELSE
                       IF W-CALMARKS(W-D:1) = "H"
                           MOVE "H" TO W-MARKS(W-D:1)
                           ADD 1 TO W-HOL
                       ELSE
                           IF W-HASPUNCH = "Y"
                               MOVE "A" TO W-MARKS(W-D:1)
                               ADD 1 TO W-ABS
                           ELSE
                               MOVE "." TO W-MARKS(W-D:1)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MUSTER-FOOT-PARA.
           MOVE ALL "-" TO RPTLINE.
           WRITE RPTLINE.
           MOVE "P PRESENT  A ABSENT  H HOLIDAY  W WEEKLY OFF  - NOT IN"
               TO RPTLINE.
           MOVE " SERVICE  . NO PUNCHES RECORDED" TO RPTLINE (56:31).
           WRITE RPTLINE.
           MOVE "PR AND AB ARE THE DAYS PRESENT AND ABSENT AS RECORDED "
               TO RPTLINE.
           MOVE "ON ATTENDANCE FOR PAY" TO RPTLINE (56:21).
           WRITE RPTLINE.

      * THE EMPLOYEE'S WAGES FOR ONE RUN - EARNINGS ON ONE LINE AND
      * DEDUCTIONS AND NET ON THE NEXT. IN THE COMBINED FORM THE
      * REGULAR RUN'S WAGES FOLLOW THE EMPLOYEE'S MUSTER LINE.
       WAGES-PARA.
           MOVE RSPAYDATA TO W-PAYDATA.
           INITIALIZE W-WAGES.
           MOVE PBASIC TO W-EARN (1).
           MOVE PDA TO W-EARN (2).
           MOVE PHRA TO W-EARN (3).
           MOVE POTAMT TO W-EARN (4).
           MOVE RSGROSS TO W-EARN (6).
           COMPUTE W-EARN (5) = RSGROSS - PBASIC - PDA - PHRA - POTAMT.
           MOVE PPF TO W-DED (1).
           MOVE PESI TO W-DED (2).
           MOVE PPTAX TO W-DED (3).
           MOVE PITAX TO W-DED (4).
           MOVE RSDEDUCT TO W-DED (6).
           COMPUTE W-DED (5) = RSDEDUCT - PPF - PESI - PPTAX - PITAX.
           MOVE RSNET TO W-DED (7).
           ADD 1 TO T-SHOWN.
           MOVE SPACES TO AMOUNT-LINE.
           IF W-LAYOUT = "W" OR RSRUN NOT = "00"
               STRING W-SNO " " RSEMPID " " RSNAME(1:19) " "
                   DELIMITED BY SIZE INTO AM-LEAD
               END-STRING
           END-IF
           STRING RSRUN "   " RSDAYSPD "/" RSMONDAYS
               DELIMITED BY SIZE INTO AM-LEAD (33:12)
           END-STRING.
           PERFORM VARYING W-AIDX FROM 1 BY 1 UNTIL W-AIDX > 6
               MOVE W-EARN (W-AIDX) TO AM-AMT (W-AIDX)
               ADD W-EARN (W-AIDX) TO B-EARN (W-AIDX)
               ADD W-EARN (W-AIDX) TO G-EARN (W-AIDX)
           END-PERFORM
           MOVE AMOUNT-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO AMOUNT-LINE.
           PERFORM VARYING W-AIDX FROM 1 BY 1 UNTIL W-AIDX > 7
               MOVE W-DED (W-AIDX) TO AM-AMT (W-AIDX)
               ADD W-DED (W-AIDX) TO B-DED (W-AIDX)
               ADD W-DED (W-AIDX) TO G-DED (W-AIDX)
           END-PERFORM
           MOVE AMOUNT-LINE TO RPTLINE.
           WRITE RPTLINE.

       BRANCH-TOTAL-PARA.
           MOVE ALL "-" TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO AMOUNT-LINE.
           STRING "TOTAL BRANCH " BBRID
               DELIMITED BY SIZE INTO AM-LEAD
           END-STRING.
           PERFORM VARYING W-AIDX FROM 1 BY 1 UNTIL W-AIDX > 6
               MOVE B-EARN (W-AIDX) TO AM-AMT (W-AIDX)
           END-PERFORM
           MOVE AMOUNT-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO AMOUNT-LINE.
           PERFORM VARYING W-AIDX FROM 1 BY 1 UNTIL W-AIDX > 7
               MOVE B-DED (W-AIDX) TO AM-AMT (W-AIDX)
           END-PERFORM
           MOVE AMOUNT-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "SIGNATURE OF EMPLOYER / AUTHORISED OFFICER" TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.

      * THE REGISTERS AGAINST THE PAYROLL REGISTER FOR THE PERIOD. A
      * DIFFERENCE IS PAY PAID TO A BRANCH NOT ON THE BRANCH MASTER.
       RECONCILE-PARA.
           MOVE ALL "=" TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "RECONCILIATION TO THE PAYROLL REGISTER - PERIOD "
               W-PERIN DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO AMOUNT-HEAD.
           MOVE "       GROSS" TO AH-LABEL (1).
           MOVE "  DEDUCTIONS" TO AH-LABEL (2).
           MOVE "         NET" TO AH-LABEL (3).
           MOVE AMOUNT-HEAD TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO AMOUNT-LINE.
           STRING "REGULAR RUN          RESULTS " P-COUNT (1)
               DELIMITED BY SIZE INTO AM-LEAD
           END-STRING.
           MOVE P-GROSS (1) TO AM-AMT (1).
           MOVE P-DEDUCT (1) TO AM-AMT (2).
           MOVE P-NET (1) TO AM-AMT (3).
           MOVE AMOUNT-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO AMOUNT-LINE.
           STRING "SUPPLEMENTARY RUNS   RESULTS " P-COUNT (2)
               DELIMITED BY SIZE INTO AM-LEAD
           END-STRING.
           MOVE P-GROSS (2) TO AM-AMT (1).
           MOVE P-DEDUCT (2) TO AM-AMT (2).
           MOVE P-NET (2) TO AM-AMT (3).
           MOVE AMOUNT-LINE TO RPTLINE.
           WRITE RPTLINE.
           COMPUTE W-PGROSS = P-GROSS (1) + P-GROSS (2).
           COMPUTE W-PDEDUCT = P-DEDUCT (1) + P-DEDUCT (2).
           COMPUTE W-PNET = P-NET (1) + P-NET (2).
           MOVE SPACES TO AMOUNT-LINE.
           STRING "PAYROLL REGISTER     RESULTS " T-RESULTS
               DELIMITED BY SIZE INTO AM-LEAD
           END-STRING.
           MOVE W-PGROSS TO AM-AMT (1).
           MOVE W-PDEDUCT TO AM-AMT (2).
           MOVE W-PNET TO AM-AMT (3).
           MOVE AMOUNT-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO AMOUNT-LINE.
           STRING "REGISTERS OF WAGES   RESULTS " T-SHOWN
               DELIMITED BY SIZE INTO AM-LEAD
           END-STRING.
           MOVE G-EARN (6) TO AM-AMT (1).
           MOVE G-DED (6) TO AM-AMT (2).
           MOVE G-DED (7) TO AM-AMT (3).
           MOVE AMOUNT-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           IF W-PGROSS = G-EARN (6) AND W-PDEDUCT = G-DED (6)
               AND W-PNET = G-DED (7)
               MOVE "REGISTERS AGREE WITH THE PAYROLL REGISTER"
                   TO RPTLINE
           ELSE
               MOVE "DIFFERENCE - PAY RESULTS FOR A BRANCH NOT ON THE "
                   TO RPTLINE
               MOVE "BRANCH MASTER ARE NOT IN ANY REGISTER"
                   TO RPTLINE (50:37)
               DISPLAY "REGISTERS DO NOT AGREE WITH THE PAYROLL "
                   "REGISTER - SEE files/WAGEREG.LST"
           END-IF
           WRITE RPTLINE.

       END PROGRAM WAGEREG.
