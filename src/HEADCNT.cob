       77 W-IDX      PIC 99.
       77 W-FOUND    PIC X.
       77 W-TOTAL    PIC 9(6) VALUE 0.
       77 W-COFUNC   PIC X.
       77 W-COUSER   PIC X(10) VALUE SPACES.
       77 W-COMPANY  PIC X(4).
       77 W-COREPLY  PIC X.
       77 W-EMPCO    PIC X(4).

       01 BRANCH-TABLE VALUE SPACES.
           02 BRANCH-ENTRY OCCURS 50 TIMES.
               03 DT-COUNT PIC 9(6) VALUE 0.
       77 DT-USED PIC 99 VALUE 0.

       01 COMPANY-TABLE VALUE SPACES.
           02 COMPANY-ENTRY OCCURS 20 TIMES.
               03 CT-CODE  PIC X(4).
               03 CT-COUNT PIC 9(6) VALUE 0.
       77 CT-USED PIC 99 VALUE 0.

       01 DETAIL-LINE.
           02 DL-CODE   PIC X(10).
           02 DL-COUNT  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "P" TO W-COFUNC.
           CALL "CMPYSEL" USING W-COFUNC W-COUSER W-COMPANY W-COREPLY.
           IF W-COREPLY NOT = "Y"
               DISPLAY "RUN CANCELLED"
               GOBACK
           END-IF
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
           PERFORM UNTIL FSE = "10"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSE = "00" AND ESTATUS NOT = "S"
                   CALL "BRCOMP" USING EBRNID W-EMPCO
                   IF W-COMPANY = SPACES OR W-EMPCO = W-COMPANY
                       PERFORM TALLY-BRANCH-PARA
                       PERFORM TALLY-DEPT-PARA
                       PERFORM TALLY-COMPANY-PARA
                       ADD 1 TO W-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           CANCEL "BRCOMP".

           IF W-COMPANY NOT = SPACES
               MOVE "HEADCOUNT FOR COMPANY" TO HEADLINE
               MOVE W-COMPANY TO HEADLINE (23:4)
               WRITE HEADLINE
               MOVE SPACES TO HEADLINE
               WRITE HEADLINE
           END-IF
           MOVE "BRANCH-WISE HEADCOUNT (ACTIVE EMPLOYEES)" TO HEADLINE.
           WRITE HEADLINE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > BT-USED
               WRITE HEADLINE
           END-PERFORM

      * AN ALL-COMPANY RUN ALSO SHOWS THE SPLIT BY COMPANY. BRANCHES
      * NOT YET ASSIGNED TO A COMPANY ARE COUNTED UNDER A BLANK CODE.
           IF W-COMPANY = SPACES
               MOVE SPACES TO HEADLINE
               WRITE HEADLINE
               MOVE "COMPANY-WISE HEADCOUNT (ACTIVE EMPLOYEES)"
                   TO HEADLINE
               WRITE HEADLINE
               PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > CT-USED
                   MOVE CT-CODE(W-IDX)  TO DL-CODE
                   MOVE CT-COUNT(W-IDX) TO DL-COUNT
                   MOVE DETAIL-LINE TO HEADLINE
                   WRITE HEADLINE
               END-PERFORM
           END-IF

           MOVE SPACES TO HEADLINE.
           WRITE HEADLINE.
           MOVE "TOTAL ACTIVE" TO DL-CODE.
               MOVE EDEPCODE TO DT-CODE(DT-USED)
               MOVE 1 TO DT-COUNT(DT-USED)
           END-IF.

       TALLY-COMPANY-PARA.
           MOVE "N" TO W-FOUND.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > CT-USED
               IF CT-CODE(W-IDX) = W-EMPCO
                   ADD 1 TO CT-COUNT(W-IDX)
                   MOVE "Y" TO W-FOUND
               END-IF
           END-PERFORM
           IF W-FOUND NOT = "Y" AND CT-USED < 20
               ADD 1 TO CT-USED
               MOVE W-EMPCO TO CT-CODE(CT-USED)
               MOVE 1 TO CT-COUNT(CT-USED)
           END-IF.
       END PROGRAM HEADCNT.
