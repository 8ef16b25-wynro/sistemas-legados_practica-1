       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPYMNT.

      * COMPANY MASTER - ONE RECORD PER LEGAL ENTITY IN THE GROUP.
      * EACH BRANCH BELONGS TO ONE COMPANY, AND THROUGH ITS BRANCH SO
      * DOES EACH EMPLOYEE. THE COMPANY CARRIES THE STATUTORY
      * REGISTRATIONS (PF, ESI, TAN, PAN, PROFESSIONAL TAX), THE SALARY
      * BANK ACCOUNT AND THE LEDGER COMPANY CODE USED WHEN PAYROLL AND
      * THE STATUTORY OUTPUTS ARE RUN FOR ONE COMPANY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPANYFILE
               ASSIGN TO "files/COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCODE
               FILE STATUS IS FSCY.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       77 FSCY       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-IDX      PIC 99.
       77 W-ACTION   PIC X(8).

       77 W-AUDITUSER PIC X(10).
       01 AUDIT-LINE.
           02 AL-DATE   PIC X(10).
           02 AL-TIME   PIC X(9).
           02 AL-USER   PIC X(11).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).

       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           COPY CLEAR-SCREEN.
           DISPLAY "****** COMPANY MASTER ******" AT 0310.
           DISPLAY "1. ADD / UPDATE A COMPANY" AT 0520.
           DISPLAY "2. LIST COMPANIES" AT 0620.
           DISPLAY "3. EXIT" AT 0720.
           DISPLAY "ENTER YOUR CHOICE :" AT 0920.
           ACCEPT CHOICE AT 0940.
           IF CHOICE = '1'
               GO TO SET-COMPANY-PARA
           ELSE
           IF CHOICE = '2'
               GO TO LIST-COMPANY-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       SET-COMPANY-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O COMPANYFILE.
           IF FSCY = 30 OR FSCY = 35
               OPEN OUTPUT COMPANYFILE
               CLOSE COMPANYFILE
               OPEN I-O COMPANYFILE
           END-IF
           DISPLAY "ENTER COMPANY CODE :" AT 0101.
           ACCEPT CYCODE AT 0135.
           IF CYCODE = SPACES
               DISPLAY "COMPANY CODE IS REQUIRED - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE COMPANYFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "UPDATE" TO W-ACTION.
           READ COMPANYFILE
               INVALID KEY
                   MOVE "ADD" TO W-ACTION
                   MOVE SPACES TO CYNAME CYPFCODE CYESICODE CYTAN
                       CYPAN CYPTREG CYBANKAC CYIFSC CYGLCODE
                   MOVE "A" TO CYSTAT
           END-READ.
           DISPLAY "COMPANY NAME :" AT 0201.
           DISPLAY CYNAME AT 0235.
           ACCEPT CYNAME AT 0235.
           DISPLAY "PF ESTABLISHMENT CODE :" AT 0301.
           DISPLAY CYPFCODE AT 0335.
           ACCEPT CYPFCODE AT 0335.
           DISPLAY "ESI EMPLOYER CODE :" AT 0401.
           DISPLAY CYESICODE AT 0435.
           ACCEPT CYESICODE AT 0435.
           DISPLAY "TAX DEDUCTION ACCOUNT NO (TAN) :" AT 0501.
           DISPLAY CYTAN AT 0535.
           ACCEPT CYTAN AT 0535.
           DISPLAY "COMPANY PAN :" AT 0601.
           DISPLAY CYPAN AT 0635.
           ACCEPT CYPAN AT 0635.
           DISPLAY "PROFESSIONAL TAX REGN NO :" AT 0701.
           DISPLAY CYPTREG AT 0735.
           ACCEPT CYPTREG AT 0735.
           DISPLAY "SALARY BANK ACCOUNT :" AT 0801.
           DISPLAY CYBANKAC AT 0835.
           ACCEPT CYBANKAC AT 0835.
           DISPLAY "SALARY BANK IFSC :" AT 0901.
           DISPLAY CYIFSC AT 0935.
           ACCEPT CYIFSC AT 0935.
           DISPLAY "LEDGER COMPANY CODE :" AT 1001.
           DISPLAY CYGLCODE AT 1035.
           ACCEPT CYGLCODE AT 1035.
           DISPLAY "STATUS (A=ACTIVE I=INACTIVE) :" AT 1101.
           DISPLAY CYSTAT AT 1135.
           ACCEPT CYSTAT AT 1135.
           IF CYNAME = SPACES
               OR (CYSTAT NOT = "A" AND CYSTAT NOT = "I")
               DISPLAY "NAME AND STATUS A/I REQUIRED - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE COMPANYFILE
               GO TO MAIN-PARA
           END-IF
           MOVE W-AUDITUSER TO CYUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CYDATE.
           WRITE COMPANYREC
               INVALID KEY
                   REWRITE COMPANYREC
           END-WRITE.
           MOVE "COMPANYFILE" TO AL-FILE.
           MOVE CYCODE TO AL-KEY.
           MOVE W-ACTION TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE COMPANYFILE.
           DISPLAY "COMPANY STORED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       LIST-COMPANY-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT COMPANYFILE.
           IF FSCY NOT = "00"
               DISPLAY "NO COMPANY FILE ON RECORD" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY " CODE NAME                            PF CODE"
               AT 0101.
           DISPLAY "TAN        ST" AT 0155.
           MOVE 0 TO W-IDX.
           PERFORM UNTIL FSCY = "10"
               READ COMPANYFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSCY = "00" AND W-IDX < 18
                   ADD 1 TO W-IDX
                   DISPLAY " " CYCODE " " CYNAME "  " CYPFCODE " "
                       CYTAN " " CYSTAT
                       AT LINE (W-IDX + 2) COLUMN 1
               END-IF
           END-PERFORM
           CLOSE COMPANYFILE.
           IF W-IDX = 0
               DISPLAY " NO COMPANIES RECORDED" AT 0301
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM CMPYMNT.
