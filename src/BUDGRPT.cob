       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT BUDGETFILE
               ASSIGN TO "files/BUDGET.DAT"
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

       FD BUDGETFILE.
       01 BUDGETREC.
       01 RPTLINE PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSRS       PIC XX.
       77 FSBU       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-MONTH    PIC 99.
       77 W-IDX      PIC 99.
       77 W-SLOT     PIC 99.
       77 W-USED     PIC 99 VALUE 0.
       77 W-MBUDG    PIC 9(10)V99.
       77 W-PROJ     PIC 9(12)V99.
       77 W-OVER     PIC S9(12)V99.
       77 W-SIDX     PIC 9.
       77 W-SHARE    PIC 9(10)V99.
       77 W-SPDONE   PIC 9(10)V99.

      * THE COST CENTRES THE CURRENT RESULT IS CHARGED TO.
       01 W-SPLIT.
           02 W-SPCOUNT  PIC 9.
           02 W-SPLINE OCCURS 5 TIMES.
               03 W-SPTYPE   PIC X.
               03 W-SPCODE   PIC X(6).
               03 W-SPPCT    PIC 9(3)V99.

       01 DEPT-TABLE.
           02 DEPT-ENTRY OCCURS 50 TIMES.
               03 DT-TYPE  PIC X.
               03 DT-DEP   PIC X(6).
               03 DT-MONTH PIC 9(10)V99.
               03 DT-YTD   PIC 9(12)V99.
           END-IF
           MOVE W-PERIN(1:2) TO W-MONTH.

           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAY RESULTS FILE, STATUS " FSRS
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           IF FSBU NOT = "00"
               DISPLAY "NO BUDGET FILE - SET DEPARTMENT BUDGETS "
                   "FIRST, STATUS " FSBU
               CLOSE PAYRESFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BUDRPTFILE.

           MOVE W-PERIOD(1:4) TO RSPERIOD(1:4).
           MOVE "01" TO RSPERIOD(5:2).
           START PAYRESFILE KEY IS NOT LESS THAN RSPERIOD
               INVALID KEY MOVE "10" TO FSRS
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRS = "00" OR FSRS = "02"
                   IF RSPERIOD > W-PERIOD
                       EXIT PERFORM
                   END-IF
                   PERFORM ACCUMULATE-PARA
               END-IF
           END-PERFORM
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "COST    MONTH SPEND     MONTH BUDGET    "
               "YTD SPEND          ANNUAL BUDGET      PROJECTED"
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
               VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-USED.

           IF W-USED = 0
               MOVE "NO PAY RESULTS FOUND FOR THE PERIOD" TO RPTLINE
               WRITE RPTLINE
           END-IF

           CANCEL "COSTSPLT".
           CLOSE PAYRESFILE.
           CLOSE BUDGETFILE.
           CLOSE BUDRPTFILE.
           DISPLAY "BUDGET REPORT WRITTEN TO files/BUDGRPT.LST - "
               W-USED " COST CENTRES".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.
               END-IF
           END-IF.

      * SPEND IS CHARGED TO THE COST CENTRES OF THE EMPLOYEE'S COST
      * ALLOCATION IN FORCE FOR THE PERIOD PAID - WITHOUT ONE, TO THE
      * DEPARTMENT THE PAY WAS MADE IN. THE LAST TAKES THE ROUNDING.
       ACCUMULATE-PARA.
           CALL "COSTSPLT" USING RSEMPID RSPERIOD RSDEPCODE W-SPLIT.
           MOVE 0 TO W-SPDONE.
           PERFORM VARYING W-SIDX FROM 1 BY 1
               UNTIL W-SIDX > W-SPCOUNT
               IF W-SIDX = W-SPCOUNT
                   IF W-SPDONE < RSGROSS
                       COMPUTE W-SHARE = RSGROSS - W-SPDONE
                   ELSE
                       MOVE 0 TO W-SHARE
                   END-IF
               ELSE
                   COMPUTE W-SHARE ROUNDED =
                       RSGROSS * W-SPPCT (W-SIDX) / 100
                   ADD W-SHARE TO W-SPDONE
               END-IF
               PERFORM FIND-SLOT-PARA
               IF W-SLOT > 0
                   ADD W-SHARE TO DT-YTD (W-SLOT)
                   IF RSPERIOD = W-PERIOD
                       ADD W-SHARE TO DT-MONTH (W-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-SLOT-PARA.
           MOVE 0 TO W-SLOT.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-USED OR W-SLOT > 0
               IF DT-TYPE (W-IDX) = W-SPTYPE (W-SIDX)
                   AND DT-DEP (W-IDX) = W-SPCODE (W-SIDX)
                   MOVE W-IDX TO W-SLOT
               END-IF
           END-PERFORM
           IF W-SLOT = 0 AND W-USED < 50
               ADD 1 TO W-USED
               MOVE W-USED TO W-SLOT
               MOVE W-SPTYPE (W-SIDX) TO DT-TYPE (W-SLOT)
               MOVE W-SPCODE (W-SIDX) TO DT-DEP (W-SLOT)
               MOVE 0 TO DT-MONTH (W-SLOT)
               MOVE 0 TO DT-YTD (W-SLOT)
           END-IF.

      * BUDGETS ARE SET FOR DEPARTMENTS ONLY; A PROJECT IS SHOWN AS
      * P-<CODE> WITH ITS SPEND.
       REPORT-DEPT-PARA.
           MOVE DT-DEP (W-IDX) TO BUDEPCODE.
           MOVE W-PERIOD(1:4) TO BUYEAR.
           IF DT-TYPE (W-IDX) = "P"
               MOVE 0 TO BUAMOUNT
           ELSE
               READ BUDGETFILE
                   INVALID KEY
                       MOVE 0 TO BUAMOUNT
               END-READ
           END-IF
           COMPUTE W-MBUDG ROUNDED = BUAMOUNT / 12.
           COMPUTE W-PROJ ROUNDED = DT-YTD (W-IDX) / W-MONTH * 12.
           COMPUTE W-OVER = W-PROJ - BUAMOUNT.
           MOVE SPACES TO DL-DEP.
           IF DT-TYPE (W-IDX) = "P"
               STRING "P-" DT-DEP (W-IDX) DELIMITED BY SIZE INTO DL-DEP
               END-STRING
           ELSE
               MOVE DT-DEP (W-IDX) TO DL-DEP
           END-IF
           MOVE DT-MONTH (W-IDX) TO DL-MONTH.
           MOVE W-MBUDG          TO DL-MBUDG.
           MOVE DT-YTD (W-IDX)   TO DL-YTD.
           MOVE BUAMOUNT         TO DL-ANNUAL.
           MOVE W-PROJ           TO DL-PROJ.
           MOVE SPACES TO DL-NOTE.
           IF DT-TYPE (W-IDX) = "P"
               MOVE "PROJECT" TO DL-NOTE
           ELSE
           IF BUAMOUNT = 0
               MOVE "NO BUDGET SET" TO DL-NOTE
           ELSE
                   MOVE "PROJECTED OVER" TO DL-NOTE
               END-IF
           END-IF
           END-IF
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.

