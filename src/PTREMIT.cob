               RECORD KEY IS BBRID
               FILE STATUS IS FSB.

           SELECT COMPANYFILE
               ASSIGN TO "files/COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCODE
               FILE STATUS IS FSCY.

           SELECT PTRPTFILE
               ASSIGN TO "files/PTREMIT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

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

       FD PTRPTFILE.
       01 RPTLINE PIC X(80).
       77 FSE        PIC XX.
       77 FSB        PIC XX.
       77 FSRPT      PIC XX.
       77 FSCY       PIC XX.
       77 W-COFUNC   PIC X.
       77 W-COUSER   PIC X(10) VALUE SPACES.
       77 W-COMPANY  PIC X(4).
       77 W-COREPLY  PIC X.
       77 WAITFOR    PIC X.
       77 W-STATE    PIC X(2).
       77 W-IDX      PIC 99.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PROFESSIONAL TAX REMITTANCE SUMMARY BY STATE".
           MOVE "P" TO W-COFUNC.
           CALL "CMPYSEL" USING W-COFUNC W-COUSER W-COMPANY W-COREPLY.
           IF W-COREPLY NOT = "Y"
               DISPLAY "RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAYMENTFILE.
           IF FSP NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYMENT FILE, STATUS " FSP

           MOVE "PROFESSIONAL TAX REMITTANCE SUMMARY" TO RPTLINE.
           WRITE RPTLINE.
           IF W-COMPANY NOT = SPACES
               PERFORM COMPANY-HEADING-PARA
           END-IF
           MOVE "STATE EMPS     AMOUNT" TO RPTLINE.
           WRITE RPTLINE.

                       MOVE "XX" TO W-STATE
                   ELSE
                       MOVE EBRNID TO BBRID
                       MOVE SPACES TO BCOMPANY
                       READ BRANCHFILE
                           INVALID KEY
                               NEXT SENTENCE
                                   MOVE BSTATE TO W-STATE
                               END-IF
                       END-READ
                       IF W-COMPANY NOT = SPACES
                           AND BCOMPANY NOT = W-COMPANY
                           MOVE "XX" TO W-STATE
                       END-IF
                   END-IF
           END-READ.
           IF W-COMPANY NOT = SPACES AND W-STATE = "??"
               MOVE "XX" TO W-STATE
           END-IF.
           IF W-STATE = "XX"
               NEXT SENTENCE
           ELSE
               ADD PPTAX TO T-TOTAL
           END-IF.

      * A SINGLE-COMPANY SUMMARY CARRIES THE COMPANY'S PROFESSIONAL
      * TAX REGISTRATION FOR THE CHALLANS.
       COMPANY-HEADING-PARA.
           MOVE SPACES TO CYNAME CYPTREG.
           OPEN INPUT COMPANYFILE.
           IF FSCY = "00"
               MOVE W-COMPANY TO CYCODE
               READ COMPANYFILE
                   INVALID KEY
                       MOVE SPACES TO CYNAME CYPTREG
               END-READ
               CLOSE COMPANYFILE
           END-IF
           MOVE SPACES TO RPTLINE.
           STRING "COMPANY " W-COMPANY " " CYNAME
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "PT REGISTRATION " CYPTREG
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.

       PRINT-STATE-PARA.
           MOVE ST-STATE (W-IDX) TO DL-STATE.
           MOVE ST-CNT (W-IDX) TO DL-CNT.
