       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTMNT.

      * COURT AND TAX-AUTHORITY ORDERS ATTACHING PART OF AN EMPLOYEE'S
      * SALARY. THE PAYROLL RUN RECOVERS EACH ACTIVE ORDER BY ITS
      * PER-PERIOD AMOUNT OR PERCENTAGE OF NET PAY, IN PRIORITY ORDER
      * (1 FIRST), WITHIN THE MAXIMUM SHARE OF NET PAY SET ON THE
      * DEDUCTION PRIORITY SCREEN. IT KEEPS THE RECOVERED BALANCE AND
      * CLOSES THE ORDER WHEN IT IS FULLY RECOVERED OR THE EMPLOYEE
      * SEPARATES. AN ORDER IS NEVER DELETED - IT IS WITHDRAWN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ATTACHFILE
               ASSIGN TO "files/ATTACH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AOORDNO
               ALTERNATE RECORD KEY IS AOEMPID WITH DUPLICATES
               FILE STATUS IS FSAO.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

       FD ATTACHFILE.
       01 ATTACHREC.
           02 AOORDNO   PIC X(9).
           02 AOAUTH    PIC X(25).
           02 AOEMPID   PIC X(6).
           02 AOTOTAL   PIC 9(8)V99.
           02 AOPERAMT  PIC 9(6)V99.
           02 AOPERPCT  PIC 99V99.
           02 AOSTART   PIC X(10).
           02 AOPRIO    PIC 99.
           02 AORECOV   PIC 9(8)V99.
           02 AOSTATUS  PIC X.
           02 AOCLRSN   PIC X.
           02 AOCLPER   PIC X(6).

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

       WORKING-STORAGE SECTION.
       77 FSAO       PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-DUPCHK   PIC XX.
       77 W-IDX      PIC 99.
       77 W-ORDOK    PIC X.
       77 W-MSG      PIC X(50).
       77 W-CONFIRM  PIC X.
       77 W-EMPID    PIC X(6).
       77 W-TOTED    PIC ZZ,ZZZ,ZZ9.99.
       77 W-RECED    PIC ZZ,ZZZ,ZZ9.99.

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
           DISPLAY "****** SALARY ATTACHMENT ORDERS ******" AT 0310.
           DISPLAY "1. ADD ORDER" AT 0520.
           DISPLAY "2. MODIFY ORDER" AT 0620.
           DISPLAY "3. WITHDRAW ORDER" AT 0720.
           DISPLAY "4. LIST ORDERS" AT 0820.
           DISPLAY "5. EXIT" AT 0920.
           DISPLAY "THE PAYROLL RUN RECOVERS ORDERS IN PRIORITY ORDER"
               AT 1120.
           DISPLAY "AND CLOSES THEM WHEN RECOVERED OR ON SEPARATION"
               AT 1220.
           DISPLAY "ENTER YOUR CHOICE :" AT 1420.
           ACCEPT CHOICE AT 1440.
           IF CHOICE = '1'
               GO TO ADD-ORDER-PARA
           ELSE
           IF CHOICE = '2'
               GO TO MODIFY-ORDER-PARA
           ELSE
           IF CHOICE = '3'
               GO TO WITHDRAW-ORDER-PARA
           ELSE
           IF CHOICE = '4'
               GO TO LIST-ORDER-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       ADD-ORDER-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O ATTACHFILE.
           MOVE FSAO TO W-DUPCHK.
           IF FSAO = 30 OR FSAO = 35
               OPEN OUTPUT ATTACHFILE
           END-IF
           DISPLAY "ENTER ORDER NUMBER :" AT 0101.
           ACCEPT AOORDNO AT 0135.
           MOVE FUNCTION UPPER-CASE (AOORDNO) TO AOORDNO.
           IF AOORDNO = SPACES
               DISPLAY "ORDER NUMBER REQUIRED - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE ATTACHFILE
               GO TO MAIN-PARA
           END-IF
           IF W-DUPCHK NOT = 30 AND W-DUPCHK NOT = 35
               READ ATTACHFILE INVALID KEY NEXT SENTENCE END-READ
               IF FSAO = "00"
                   DISPLAY "ORDER ALREADY ON FILE" AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE ATTACHFILE
                   GO TO MAIN-PARA
               END-IF
           END-IF
           DISPLAY "ENTER EMPLOYEE CODE :" AT 0201.
           ACCEPT AOEMPID AT 0235.
           PERFORM CHECK-EMP-PARA.
           IF W-ORDOK NOT = "Y"
               DISPLAY W-MSG AT 2201
               ACCEPT STUFF AT 2301
               CLOSE ATTACHFILE
               GO TO MAIN-PARA
           END-IF
           MOVE SPACES TO AOAUTH.
           MOVE 0 TO AOTOTAL.
           MOVE 0 TO AOPERAMT.
           MOVE 0 TO AOPERPCT.
           MOVE SPACES TO AOSTART.
           MOVE 0 TO AOPRIO.
           PERFORM ACCEPT-ORDER-PARA.
           MOVE 0 TO AORECOV.
           PERFORM VALIDATE-ORDER-PARA.
           IF W-ORDOK NOT = "Y"
               DISPLAY W-MSG AT 2201
               ACCEPT STUFF AT 2301
               CLOSE ATTACHFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "A" TO AOSTATUS.
           MOVE SPACE TO AOCLRSN.
           MOVE SPACES TO AOCLPER.
           WRITE ATTACHREC.
           MOVE "ATTACHFILE" TO AL-FILE.
           MOVE AOORDNO TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE ATTACHFILE.
           GO TO MAIN-PARA.

       ACCEPT-ORDER-PARA.
           DISPLAY "ENTER ISSUING AUTHORITY (PAYEE) :" AT 0301.
           ACCEPT AOAUTH AT 0335 WITH UPDATE.
           MOVE FUNCTION UPPER-CASE (AOAUTH) TO AOAUTH.
           DISPLAY "ENTER TOTAL AMOUNT TO RECOVER :" AT 0401.
           ACCEPT AOTOTAL AT 0435 WITH UPDATE.
           DISPLAY "ENTER AMOUNT PER PERIOD (0 IF BY PCT) :" AT 0501.
           ACCEPT AOPERAMT AT 0542 WITH UPDATE.
           DISPLAY "ENTER PCT OF NET PAY (NN.NN, 0 IF BY AMOUNT) :"
               AT 0601.
           ACCEPT AOPERPCT AT 0649 WITH UPDATE.
           DISPLAY "ENTER START DATE (DD/MM/YYYY) :" AT 0701.
           ACCEPT AOSTART AT 0735 WITH UPDATE.
           DISPLAY "ENTER PRIORITY (1 = RECOVERED FIRST) :" AT 0801.
           ACCEPT AOPRIO AT 0842 WITH UPDATE.
           IF AOPRIO = 0
               MOVE 99 TO AOPRIO
           END-IF.

      * AN ORDER IS EITHER A FIXED AMOUNT OR A PERCENTAGE OF NET PAY
      * EACH PERIOD, NEVER BOTH.
       VALIDATE-ORDER-PARA.
           MOVE "Y" TO W-ORDOK.
           MOVE SPACES TO W-MSG.
           IF AOAUTH = SPACES
               MOVE "N" TO W-ORDOK
               MOVE "ISSUING AUTHORITY REQUIRED - NOT SAVED" TO W-MSG
           END-IF
           IF AOTOTAL = 0 OR AOTOTAL NOT > AORECOV
               MOVE "N" TO W-ORDOK
               MOVE "TOTAL MUST EXCEED THE AMOUNT RECOVERED - NOT SAVED"
                   TO W-MSG
           END-IF
           IF (AOPERAMT = 0 AND AOPERPCT = 0)
               OR (AOPERAMT > 0 AND AOPERPCT > 0)
               MOVE "N" TO W-ORDOK
               MOVE "GIVE AN AMOUNT OR A PCT PER PERIOD - NOT SAVED"
                   TO W-MSG
           END-IF
           IF AOSTART(1:2) NOT NUMERIC OR AOSTART(4:2) NOT NUMERIC
               OR AOSTART(7:4) NOT NUMERIC
               OR AOSTART(3:1) NOT = "/" OR AOSTART(6:1) NOT = "/"
               OR AOSTART(4:2) < "01" OR AOSTART(4:2) > "12"
               MOVE "N" TO W-ORDOK
               MOVE "INVALID START DATE - NOT SAVED" TO W-MSG
           END-IF.

       CHECK-EMP-PARA.
           MOVE "Y" TO W-ORDOK.
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               MOVE "N" TO W-ORDOK
               MOVE "UNABLE TO OPEN EMPLOYEE FILE" TO W-MSG
           ELSE
               MOVE AOEMPID TO EEMPID
               READ EMPFILE
                   INVALID KEY
                       MOVE "N" TO W-ORDOK
                       MOVE "NO SUCH EMPLOYEE - ENTRY CANCELLED"
                           TO W-MSG
                   NOT INVALID KEY
                       IF ESTATUS = "S"
                           MOVE "N" TO W-ORDOK
                           MOVE "EMPLOYEE HAS SEPARATED - NOT SAVED"
                               TO W-MSG
                       ELSE
                           DISPLAY EEMPNAME AT 0245
                       END-IF
               END-READ
               CLOSE EMPFILE
           END-IF.

       MODIFY-ORDER-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O ATTACHFILE.
           IF FSAO NOT = "00"
               DISPLAY "NO ATTACHMENT ORDERS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER ORDER NUMBER TO MODIFY :" AT 0101.
           ACCEPT AOORDNO AT 0135.
           MOVE FUNCTION UPPER-CASE (AOORDNO) TO AOORDNO.
           READ ATTACHFILE INVALID KEY
               DISPLAY "NO SUCH ORDER" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE ATTACHFILE
               GO TO MAIN-PARA
           END-READ.
           IF AOSTATUS NOT = "A"
               DISPLAY "ORDER IS CLOSED - IT CANNOT BE CHANGED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE ATTACHFILE
               GO TO MAIN-PARA
           END-IF
           MOVE AORECOV TO W-RECED.
           DISPLAY "EMPLOYEE " AOEMPID "  RECOVERED SO FAR " W-RECED
               AT 0201.
           PERFORM ACCEPT-ORDER-PARA.
           PERFORM VALIDATE-ORDER-PARA.
           IF W-ORDOK NOT = "Y"
               DISPLAY W-MSG AT 2201
               ACCEPT STUFF AT 2301
               CLOSE ATTACHFILE
               GO TO MAIN-PARA
           END-IF
           REWRITE ATTACHREC.
           MOVE "ATTACHFILE" TO AL-FILE.
           MOVE AOORDNO TO AL-KEY.
           MOVE "MODIFY" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE ATTACHFILE.
           GO TO MAIN-PARA.

       WITHDRAW-ORDER-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O ATTACHFILE.
           IF FSAO NOT = "00"
               DISPLAY "NO ATTACHMENT ORDERS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER ORDER NUMBER TO WITHDRAW :" AT 0101.
           ACCEPT AOORDNO AT 0135.
           MOVE FUNCTION UPPER-CASE (AOORDNO) TO AOORDNO.
           READ ATTACHFILE INVALID KEY
               DISPLAY "NO SUCH ORDER" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE ATTACHFILE
               GO TO MAIN-PARA
           END-READ.
           IF AOSTATUS NOT = "A"
               DISPLAY "ORDER IS ALREADY CLOSED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE ATTACHFILE
               GO TO MAIN-PARA
           END-IF
           MOVE AOTOTAL TO W-TOTED.
           MOVE AORECOV TO W-RECED.
           DISPLAY " AUTHORITY :" AOAUTH AT 0201.
           DISPLAY " EMPLOYEE  :" AOEMPID AT 0301.
           DISPLAY " TOTAL     :" W-TOTED AT 0401.
           DISPLAY " RECOVERED :" W-RECED AT 0501.
           DISPLAY "WITHDRAW THIS ORDER (Y/N) :" AT 0701.
           MOVE "N" TO W-CONFIRM.
           ACCEPT W-CONFIRM AT 0729.
           IF W-CONFIRM NOT = "Y" AND W-CONFIRM NOT = "y"
               CLOSE ATTACHFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "C" TO AOSTATUS.
           MOVE "W" TO AOCLRSN.
           MOVE SPACES TO AOCLPER.
           REWRITE ATTACHREC.
           MOVE "ATTACHFILE" TO AL-FILE.
           MOVE AOORDNO TO AL-KEY.
           MOVE "WITHDRAW" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "ORDER WITHDRAWN" AT 2201.
           ACCEPT STUFF AT 2301.
           CLOSE ATTACHFILE.
           GO TO MAIN-PARA.

      * STATUS A IS ACTIVE; A CLOSED ORDER SHOWS WHY - F FULLY
      * RECOVERED, S EMPLOYEE SEPARATED, W WITHDRAWN.
       LIST-ORDER-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT ATTACHFILE.
           IF FSAO NOT = "00"
               DISPLAY "NO ATTACHMENT ORDERS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE CODE (BLANK FOR ALL) :" AT 0101.
           MOVE SPACES TO W-EMPID.
           ACCEPT W-EMPID AT 0139.
           COPY CLEAR-SCREEN.
           DISPLAY " ORDER     EMPID  AUTHORITY             TOTAL"
               "      RECOVERED PR ST" AT 0101.
           IF W-EMPID NOT = SPACES
               MOVE W-EMPID TO AOEMPID
               START ATTACHFILE KEY IS EQUAL TO AOEMPID
                   INVALID KEY
                       MOVE "10" TO FSAO
               END-START
           END-IF
           MOVE 0 TO W-IDX.
           PERFORM UNTIL FSAO = "10"
               READ ATTACHFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF W-EMPID NOT = SPACES AND AOEMPID NOT = W-EMPID
                   EXIT PERFORM
               END-IF
               IF FSAO = "00" OR FSAO = "02"
                   IF W-IDX < 18
                       ADD 1 TO W-IDX
                       MOVE AOTOTAL TO W-TOTED
                       MOVE AORECOV TO W-RECED
                       DISPLAY " " AOORDNO " " AOEMPID " "
                           AOAUTH (1:15) " " W-TOTED " " W-RECED
                           " " AOPRIO " " AOSTATUS AOCLRSN
                           AT LINE (W-IDX + 2) COLUMN 1
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ATTACHFILE.
           IF W-IDX = 0
               DISPLAY " NO ATTACHMENT ORDERS RECORDED" AT 0301
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

       END PROGRAM ATTMNT.
