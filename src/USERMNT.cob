               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT COMPANYFILE
               ASSIGN TO "files/COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCODE
               FILE STATUS IS FSCY.

       DATA DIVISION.
       FILE SECTION.
           02 USERROLE PIC X.
           02 USERSTAT PIC X.
           02 USEREMP  PIC X(6).
           02 USERCOS.
               03 USERCO PIC X(4) OCCURS 5 TIMES.

       FD EMPFILE.
       01 EMPREC.
           02 EEMPTYPE  PIC X.
           02 ECONTEND  PIC X(10).

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
       77 FSU        PIC XX.
       77 FSE        PIC XX.
       77 FSCY       PIC XX.
       77 W-COIDX    PIC 9.
       77 W-COOK     PIC X.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
           DISPLAY "2. RESET PASSWORD" AT 0620.
           DISPLAY "3. DEACTIVATE/REACTIVATE USER" AT 0720.
           DISPLAY "4. LIST USERS" AT 0820.
           DISPLAY "5. COMPANY ACCESS" AT 0920.
           DISPLAY "6. EXIT" AT 1020.
           DISPLAY "ENTER YOUR CHOICE :" AT 1220.
           ACCEPT CHOICE AT 1240.
           IF CHOICE = '1'
               GO TO CREATE-USER-PARA
           ELSE
           ELSE
           IF CHOICE = '4'
               GO TO LIST-USER-PARA
           ELSE
           IF CHOICE = '5'
               GO TO COMPANY-ACCESS-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           DISPLAY "ENTER PASSWORD :" AT 0201.
           ACCEPT USERPWD AT 0235.
           DISPLAY "ENTER ROLE (C=CLERK P=PAYROLL A=ADMIN "
               "E=EMPLOYEE M=MANAGER) :" AT 0301.
           ACCEPT USERROLE AT 0362.
           IF USERROLE NOT = "C" AND USERROLE NOT = "P"
               AND USERROLE NOT = "A" AND USERROLE NOT = "E"
               AND USERROLE NOT = "M"
               DISPLAY "INVALID ROLE - ENTRY CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE USERFILE
               GO TO MAIN-PARA
           END-IF
           MOVE SPACES TO USEREMP.
           IF USERROLE = "E" OR USERROLE = "M"
               DISPLAY "ENTER LINKED EMPLOYEE CODE :" AT 0401
               ACCEPT USEREMP AT 0435
               OPEN INPUT EMPFILE
               END-READ
               CLOSE EMPFILE
           END-IF
           MOVE SPACES TO USERCOS.
           PERFORM ACCEPT-COMPANIES-PARA.
           PERFORM CHECK-COMPANIES-PARA THRU CHECK-COMPANIES-EXIT.
           IF W-COOK NOT = "Y"
               DISPLAY "UNKNOWN COMPANY CODE - ENTRY CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE USERFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "A" TO USERSTAT.
           WRITE USERREC.
           MOVE "USERFILE" TO AL-FILE.
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY " USER ID     ROLE  STATUS  COMPANIES" AT 0101.
           MOVE 0 TO W-IDX.
           PERFORM UNTIL FSU = "10"
               READ USERFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSU = "00" AND W-IDX < 18
                   ADD 1 TO W-IDX
                   DISPLAY " " USERID "  " USERROLE "     " USERSTAT
                       "       " USERCO (1) " " USERCO (2) " "
                       USERCO (3) " " USERCO (4) " " USERCO (5)
                       AT LINE (W-IDX + 2) COLUMN 1
               END-IF
           END-PERFORM
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * A USER WITH NO COMPANIES LISTED MAY WORK ON EVERY COMPANY.
      * OTHERWISE THE PER-COMPANY BATCHES ONLY ACCEPT THE COMPANIES
      * LISTED HERE.
       COMPANY-ACCESS-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O USERFILE.
           DISPLAY "ENTER USER ID :" AT 0101.
           ACCEPT USERID AT 0135.
           READ USERFILE INVALID KEY
               DISPLAY "NO SUCH USER" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE USERFILE
               GO TO MAIN-PARA
           END-READ.
           PERFORM ACCEPT-COMPANIES-PARA.
           PERFORM CHECK-COMPANIES-PARA THRU CHECK-COMPANIES-EXIT.
           IF W-COOK NOT = "Y"
               DISPLAY "UNKNOWN COMPANY CODE - NOT CHANGED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE USERFILE
               GO TO MAIN-PARA
           END-IF
           REWRITE USERREC.
           MOVE "USERFILE" TO AL-FILE.
           MOVE USERID TO AL-KEY.
           MOVE "COMPANY" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE USERFILE.
           DISPLAY "COMPANY ACCESS UPDATED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       ACCEPT-COMPANIES-PARA.
           DISPLAY "ALLOWED COMPANIES (BLANK = ALL) :" AT 0501.
           DISPLAY USERCO (1) AT 0535.
           ACCEPT USERCO (1) AT 0535.
           DISPLAY USERCO (2) AT 0540.
           ACCEPT USERCO (2) AT 0540.
           DISPLAY USERCO (3) AT 0545.
           ACCEPT USERCO (3) AT 0545.
           DISPLAY USERCO (4) AT 0550.
           ACCEPT USERCO (4) AT 0550.
           DISPLAY USERCO (5) AT 0555.
           ACCEPT USERCO (5) AT 0555.

       CHECK-COMPANIES-PARA.
           MOVE "Y" TO W-COOK.
           IF USERCOS = SPACES
               GO TO CHECK-COMPANIES-EXIT
           END-IF
           OPEN INPUT COMPANYFILE.
           IF FSCY NOT = "00"
               MOVE "N" TO W-COOK
               GO TO CHECK-COMPANIES-EXIT
           END-IF
           PERFORM VARYING W-COIDX FROM 1 BY 1 UNTIL W-COIDX > 5
               IF USERCO (W-COIDX) NOT = SPACES
                   MOVE USERCO (W-COIDX) TO CYCODE
                   READ COMPANYFILE
                       INVALID KEY
                           MOVE "N" TO W-COOK
                   END-READ
               END-IF
           END-PERFORM
           CLOSE COMPANYFILE.
       CHECK-COMPANIES-EXIT.
           EXIT.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM USERMNT.
