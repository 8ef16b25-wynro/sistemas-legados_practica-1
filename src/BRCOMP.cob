       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCOMP.

      * BRANCH TO COMPANY. GIVEN A BRANCH CODE, RETURNS THE COMPANY
      * THE BRANCH BELONGS TO, OR SPACES IF THE BRANCH IS NOT ON FILE
      * OR HAS NO COMPANY. AN EMPLOYEE BELONGS TO THE COMPANY OF THE
      * BRANCH THEY ARE POSTED TO. THE BRANCH FILE IS LOADED ON THE
      * FIRST CALL; CALLERS CANCEL THIS PROGRAM AT THE END OF A RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BRANCHFILE
               ASSIGN TO "files/BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBRID
               FILE STATUS IS FSB.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       77 FSB        PIC XX.
       77 W-LOADED   PIC X VALUE "N".
       77 W-BRCOUNT  PIC 9(3) VALUE 0.
       77 W-IDX      PIC 9(3).

       01 BR-TABLE.
           02 BT-ENTRY OCCURS 500 TIMES.
               03 BT-BRID    PIC X(6).
               03 BT-COMPANY PIC X(4).

       LINKAGE SECTION.
       01 LK-BRID    PIC X(6).
       01 LK-COMPANY PIC X(4).

       PROCEDURE DIVISION USING LK-BRID LK-COMPANY.
       MAIN-PARA.
           IF W-LOADED NOT = "Y"
               PERFORM LOAD-BRANCH-PARA THRU LOAD-BRANCH-EXIT
           END-IF
           MOVE SPACES TO LK-COMPANY.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-BRCOUNT
               IF BT-BRID (W-IDX) = LK-BRID
                   MOVE BT-COMPANY (W-IDX) TO LK-COMPANY
                   MOVE W-BRCOUNT TO W-IDX
               END-IF
           END-PERFORM
           GOBACK.

       LOAD-BRANCH-PARA.
           MOVE "Y" TO W-LOADED.
           MOVE 0 TO W-BRCOUNT.
           OPEN INPUT BRANCHFILE.
           IF FSB NOT = "00"
               GO TO LOAD-BRANCH-EXIT
           END-IF
           PERFORM UNTIL FSB = "10"
               READ BRANCHFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF (FSB = "00" OR FSB = "02") AND W-BRCOUNT < 500
                   ADD 1 TO W-BRCOUNT
                   MOVE BBRID TO BT-BRID (W-BRCOUNT)
                   MOVE BCOMPANY TO BT-COMPANY (W-BRCOUNT)
               END-IF
           END-PERFORM
           CLOSE BRANCHFILE.
       LOAD-BRANCH-EXIT.
           EXIT.

       END PROGRAM BRCOMP.
