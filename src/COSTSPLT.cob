       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTSPLT.

      * COST CENTRE SPLIT. GIVEN AN EMPLOYEE, A PAY PERIOD (YYYYMM)
      * AND THE DEPARTMENT THE PAY WAS MADE IN, RETURNS THE COST
      * CENTRES THE PAY IS CHARGED TO AND THE PERCENTAGE FOR EACH -
      * THE LATEST ALLOCATION ON THE COST ALLOCATION FILE EFFECTIVE ON
      * OR BEFORE THE END OF THE PERIOD. AN EMPLOYEE WITH NO
      * ALLOCATION IS CHARGED WHOLLY TO THE DEPARTMENT GIVEN.
      * A COST CENTRE IS A DEPARTMENT (TYPE D) OR A PROJECT (TYPE P);
      * THE PERCENTAGES ALWAYS TOTAL 100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COSTALOCFILE
               ASSIGN TO "files/COSTALOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAKEY
               FILE STATUS IS FSCA.

       DATA DIVISION.
       FILE SECTION.

       FD COSTALOCFILE.
       01 COSTALOCREC.
           02 CAKEY.
               03 CAEMPID  PIC X(6).
               03 CAEFFDT  PIC 9(8).
           02 CALINES.
               03 CALINE OCCURS 5 TIMES.
                   04 CATYPE   PIC X.
                   04 CACODE   PIC X(6).
                   04 CAPCT    PIC 9(3)V99.
           02 CAUSER    PIC X(10).
           02 CADATE    PIC X(8).

       WORKING-STORAGE SECTION.
       77 FSCA       PIC XX.
       77 W-ENDDT    PIC 9(8).
       77 W-IDX      PIC 9.
       77 W-FOUND    PIC X.

       01 W-LINES.
           02 W-LINE OCCURS 5 TIMES.
               03 W-TYPE   PIC X.
               03 W-CODE   PIC X(6).
               03 W-PCT    PIC 9(3)V99.

       LINKAGE SECTION.
       01 LK-EMPID   PIC X(6).
       01 LK-PERIOD  PIC X(6).
       01 LK-DEPCODE PIC X(6).
       01 LK-SPLIT.
           02 LK-SPCOUNT PIC 9.
           02 LK-SPLINE OCCURS 5 TIMES.
               03 LK-SPTYPE  PIC X.
               03 LK-SPCODE  PIC X(6).
               03 LK-SPPCT   PIC 9(3)V99.

       PROCEDURE DIVISION USING LK-EMPID LK-PERIOD LK-DEPCODE
           LK-SPLIT.
       MAIN-PARA.
           MOVE 1 TO LK-SPCOUNT.
           MOVE "D" TO LK-SPTYPE (1).
           MOVE LK-DEPCODE TO LK-SPCODE (1).
           MOVE 100 TO LK-SPPCT (1).
           PERFORM FIND-ALLOC-PARA THRU FIND-ALLOC-EXIT.
           IF W-FOUND NOT = "Y"
               GOBACK
           END-IF
           MOVE 0 TO LK-SPCOUNT.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               IF W-CODE (W-IDX) NOT = SPACES AND W-PCT (W-IDX) > 0
                   ADD 1 TO LK-SPCOUNT
                   MOVE W-TYPE (W-IDX) TO LK-SPTYPE (LK-SPCOUNT)
                   MOVE W-CODE (W-IDX) TO LK-SPCODE (LK-SPCOUNT)
                   MOVE W-PCT (W-IDX) TO LK-SPPCT (LK-SPCOUNT)
               END-IF
           END-PERFORM
           IF LK-SPCOUNT = 0
               MOVE 1 TO LK-SPCOUNT
           END-IF
           GOBACK.

      * THE ALLOCATION IN FORCE IS THE LATEST ONE FOR THE EMPLOYEE
      * EFFECTIVE ON OR BEFORE THE LAST DAY OF THE PERIOD.
       FIND-ALLOC-PARA.
           MOVE "N" TO W-FOUND.
           OPEN INPUT COSTALOCFILE.
           IF FSCA NOT = "00"
               GO TO FIND-ALLOC-EXIT
           END-IF
           MOVE LK-PERIOD TO W-ENDDT(1:6).
           MOVE 31 TO W-ENDDT(7:2).
           MOVE LK-EMPID TO CAEMPID.
           MOVE 0 TO CAEFFDT.
           START COSTALOCFILE KEY IS NOT LESS THAN CAKEY
               INVALID KEY
                   MOVE "10" TO FSCA
           END-START.
           PERFORM UNTIL FSCA NOT = "00"
               READ COSTALOCFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF CAEMPID NOT = LK-EMPID OR CAEFFDT > W-ENDDT
                   EXIT PERFORM
               END-IF
               MOVE "Y" TO W-FOUND
               MOVE CALINES TO W-LINES
           END-PERFORM
           CLOSE COSTALOCFILE.
       FIND-ALLOC-EXIT.
           EXIT.

       END PROGRAM COSTSPLT.
