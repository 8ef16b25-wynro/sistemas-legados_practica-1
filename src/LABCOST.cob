       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABCOST.

      * LABOUR COST DISTRIBUTION. FOR A PAY PERIOD, CHARGES THE GROSS
      * PAY AND THE EMPLOYER'S NPS SHARE OF EVERY PAYROLL RESULT (ALL
      * RUNS) TO THE EMPLOYEE'S COST CENTRES BY THE COST ALLOCATION IN
      * FORCE FOR THE PERIOD, AND LISTS THE COST AND THE FULL-TIME
      * EQUIVALENT HEADS OF EACH DEPARTMENT AND EACH PROJECT.
      * WRITES files/LABCOST.LST.

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

           SELECT DEPARTMENTFILE
               ASSIGN TO "files/DEPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPCODE
               FILE STATUS IS FSDEP.

           SELECT LABRPTFILE
               ASSIGN TO "files/LABCOST.LST"
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

       FD DEPARTMENTFILE.
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD LABRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRS       PIC XX.
       77 FSDEP      PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-DEPOPEN  PIC X VALUE "N".
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-IDX      PIC 999.
       77 W-SLOT     PIC 999.
       77 W-USED     PIC 999 VALUE 0.
       77 W-FULL     PIC X VALUE "N".
       77 W-SIDX     PIC 9.
       77 W-NPSER    PIC 9(8)V99.
       77 W-GSHARE   PIC 9(10)V99.
       77 W-NSHARE   PIC 9(10)V99.
       77 W-GDONE    PIC 9(10)V99.
       77 W-NDONE    PIC 9(10)V99.
       77 W-TYPE     PIC X.
       77 T-RESULTS  PIC 9(5) VALUE 0.
       77 T-EMPS     PIC 9(5) VALUE 0.
       77 T-SPLIT    PIC 9(5) VALUE 0.
       77 S-FTE      PIC 9(5)V99.
       77 S-GROSS    PIC 9(12)V99.
       77 S-NPS      PIC 9(12)V99.
       77 G-FTE      PIC 9(5)V99 VALUE 0.
       77 G-GROSS    PIC 9(12)V99 VALUE 0.
       77 G-NPS      PIC 9(12)V99 VALUE 0.

      * THE COST CENTRES THE CURRENT RESULT IS CHARGED TO.
       01 W-SPLIT.
           02 W-SPCOUNT  PIC 9.
           02 W-SPLINE OCCURS 5 TIMES.
               03 W-SPTYPE   PIC X.
               03 W-SPCODE   PIC X(6).
               03 W-SPPCT    PIC 9(3)V99.

      * KEPT IN TYPE AND CODE ORDER.
       01 CC-TABLE.
           02 CC-ENTRY OCCURS 200 TIMES.
               03 CC-KEY.
                   04 CC-TYPE  PIC X.
                   04 CC-CODE  PIC X(6).
               03 CC-FTE   PIC 9(5)V99.
               03 CC-GROSS PIC 9(12)V99.
               03 CC-NPS   PIC 9(12)V99.
       01 CC-HOLD.
           02 CH-KEY.
               03 CH-TYPE  PIC X.
               03 CH-CODE  PIC X(6).
           02 CH-FTE   PIC 9(5)V99.
           02 CH-GROSS PIC 9(12)V99.
           02 CH-NPS   PIC 9(12)V99.

       01 DETAIL-LINE.
           02 DL-CODE    PIC X(9).
           02 DL-NAME    PIC X(21).
           02 DL-FTE     PIC ZZZZ9.99.
           02 FILLER     PIC X VALUE SPACE.
           02 DL-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
           02 DL-NPS     PIC Z,ZZZ,ZZ9.99.
           02 DL-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LABOUR COST DISTRIBUTION".
           DISPLAY "ENTER PERIOD (MM/YYYY) :".
           ACCEPT W-PERIN.
           PERFORM VALIDATE-PERIOD-PARA.
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
           OPEN INPUT DEPARTMENTFILE.
           IF FSDEP = "00"
               MOVE "Y" TO W-DEPOPEN
           END-IF
           OPEN OUTPUT LABRPTFILE.

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
                   PERFORM DISTRIBUTE-PARA
               END-IF
           END-PERFORM
           CANCEL "COSTSPLT".

           MOVE SPACES TO RPTLINE.
           STRING "LABOUR COST DISTRIBUTION - PERIOD " W-PERIN
               " (ALLOCATED BASIS)" DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "D" TO W-TYPE.
           MOVE "DEPARTMENTS" TO RPTLINE.
           WRITE RPTLINE.
           PERFORM REPORT-TYPE-PARA.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "P" TO W-TYPE.
           MOVE "PROJECTS" TO RPTLINE.
           WRITE RPTLINE.
           PERFORM REPORT-TYPE-PARA.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "TOTAL LABOUR COST" TO DL-NAME.
           MOVE G-FTE TO DL-FTE.
           MOVE G-GROSS TO DL-GROSS.
           MOVE G-NPS TO DL-NPS.
           COMPUTE DL-TOTAL = G-GROSS + G-NPS.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "PAY RESULTS " T-RESULTS "  EMPLOYEES " T-EMPS
               "  CHARGED TO MORE THAN ONE COST CENTRE " T-SPLIT
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           IF W-FULL = "Y"
               MOVE "COST CENTRE TABLE FULL - SOME COST CENTRES "
                   TO RPTLINE
               MOVE "LEFT OUT" TO RPTLINE (44:8)
               WRITE RPTLINE
           END-IF

           CLOSE PAYRESFILE.
           IF W-DEPOPEN = "Y"
               CLOSE DEPARTMENTFILE
           END-IF
           CLOSE LABRPTFILE.
           DISPLAY "LABOUR COST DISTRIBUTION WRITTEN TO "
               "files/LABCOST.LST - " W-USED " COST CENTRES".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

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

      * EACH RESULT'S COST IS SHARED BY THE ALLOCATION PERCENTAGES;
      * THE LAST COST CENTRE TAKES THE ROUNDING. HEADS ARE COUNTED
      * FROM THE REGULAR RUN ONLY; SUPPLEMENTARY RUNS ADD COST.
       DISTRIBUTE-PARA.
           ADD 1 TO T-RESULTS.
           CALL "COSTSPLT" USING RSEMPID RSPERIOD RSDEPCODE W-SPLIT.
           MOVE 0 TO W-NPSER.
           IF RSNPSER NUMERIC
               MOVE RSNPSER TO W-NPSER
           END-IF
           IF RSRUN = "00"
               ADD 1 TO T-EMPS
               IF W-SPCOUNT > 1
                   ADD 1 TO T-SPLIT
               END-IF
           END-IF
           MOVE 0 TO W-GDONE W-NDONE.
           PERFORM VARYING W-SIDX FROM 1 BY 1
               UNTIL W-SIDX > W-SPCOUNT
               IF W-SIDX = W-SPCOUNT
                   MOVE 0 TO W-GSHARE W-NSHARE
                   IF W-GDONE < RSGROSS
                       COMPUTE W-GSHARE = RSGROSS - W-GDONE
                   END-IF
                   IF W-NDONE < W-NPSER
                       COMPUTE W-NSHARE = W-NPSER - W-NDONE
                   END-IF
               ELSE
                   COMPUTE W-GSHARE ROUNDED =
                       RSGROSS * W-SPPCT (W-SIDX) / 100
                   COMPUTE W-NSHARE ROUNDED =
                       W-NPSER * W-SPPCT (W-SIDX) / 100
                   ADD W-GSHARE TO W-GDONE
                   ADD W-NSHARE TO W-NDONE
               END-IF
               PERFORM FIND-SLOT-PARA THRU FIND-SLOT-EXIT
               IF W-SLOT > 0
                   IF RSRUN = "00"
                       COMPUTE CC-FTE (W-SLOT) = CC-FTE (W-SLOT)
                           + W-SPPCT (W-SIDX) / 100
                   END-IF
                   ADD W-GSHARE TO CC-GROSS (W-SLOT)
                   ADD W-NSHARE TO CC-NPS (W-SLOT)
               END-IF
           END-PERFORM.

      * A NEW COST CENTRE IS INSERTED IN ITS PLACE, THE ENTRIES AFTER
      * IT MOVING DOWN ONE.
       FIND-SLOT-PARA.
           MOVE 0 TO W-SLOT.
           MOVE W-SPTYPE (W-SIDX) TO CH-TYPE.
           MOVE W-SPCODE (W-SIDX) TO CH-CODE.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-USED OR W-SLOT > 0
               IF CC-KEY (W-IDX) = CH-KEY
                   MOVE W-IDX TO W-SLOT
               END-IF
           END-PERFORM
           IF W-SLOT > 0
               GO TO FIND-SLOT-EXIT
           END-IF
           IF W-USED NOT < 200
               MOVE "Y" TO W-FULL
               GO TO FIND-SLOT-EXIT
           END-IF
           MOVE 1 TO W-SLOT.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-USED
               IF CC-KEY (W-IDX) < CH-KEY
                   COMPUTE W-SLOT = W-IDX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING W-IDX FROM W-USED BY -1
                   UNTIL W-IDX < W-SLOT
               MOVE CC-ENTRY (W-IDX) TO CC-ENTRY (W-IDX + 1)
           END-PERFORM
           ADD 1 TO W-USED.
           MOVE 0 TO CH-FTE CH-GROSS CH-NPS.
           MOVE CC-HOLD TO CC-ENTRY (W-SLOT).
       FIND-SLOT-EXIT.
           EXIT.

       REPORT-TYPE-PARA.
           MOVE SPACES TO RPTLINE.
           STRING "CENTRE   NAME                      FTE "
               "     GROSS PAY   NPS (ER)    TOTAL COST"
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE 0 TO S-FTE S-GROSS S-NPS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-USED
               IF CC-TYPE (W-IDX) = W-TYPE
                   PERFORM REPORT-LINE-PARA
               END-IF
           END-PERFORM
           MOVE SPACES TO DETAIL-LINE.
           IF W-TYPE = "P"
               MOVE "TOTAL PROJECTS" TO DL-NAME
           ELSE
               MOVE "TOTAL DEPARTMENTS" TO DL-NAME
           END-IF
           MOVE S-FTE TO DL-FTE.
           MOVE S-GROSS TO DL-GROSS.
           MOVE S-NPS TO DL-NPS.
           COMPUTE DL-TOTAL = S-GROSS + S-NPS.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           ADD S-FTE TO G-FTE.
           ADD S-GROSS TO G-GROSS.
           ADD S-NPS TO G-NPS.

       REPORT-LINE-PARA.
           MOVE SPACES TO DETAIL-LINE.
           MOVE SPACES TO DL-CODE.
           STRING CC-TYPE (W-IDX) "-" CC-CODE (W-IDX)
               DELIMITED BY SIZE INTO DL-CODE
           END-STRING.
           MOVE SPACES TO DL-NAME.
           IF CC-TYPE (W-IDX) = "D" AND W-DEPOPEN = "Y"
               MOVE CC-CODE (W-IDX) TO DEPCODE
               READ DEPARTMENTFILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO DL-NAME
                   NOT INVALID KEY
                       MOVE DEPNAME TO DL-NAME
               END-READ
           END-IF
           MOVE CC-FTE (W-IDX) TO DL-FTE.
           MOVE CC-GROSS (W-IDX) TO DL-GROSS.
           MOVE CC-NPS (W-IDX) TO DL-NPS.
           COMPUTE DL-TOTAL = CC-GROSS (W-IDX) + CC-NPS (W-IDX).
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           ADD CC-FTE (W-IDX) TO S-FTE.
           ADD CC-GROSS (W-IDX) TO S-GROSS.
           ADD CC-NPS (W-IDX) TO S-NPS.

       END PROGRAM LABCOST.
