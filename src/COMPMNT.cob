       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPMNT.

      * PAY COMPONENT MASTER. EACH EARNING OR DEDUCTION PAID THROUGH
      * THE EMPLOYEE COMPONENT FILE IS DEFINED HERE - WHETHER IT IS
      * TAXABLE, COUNTS AS PF WAGES, IS CUT FOR LOSS OF PAY, THE GL
      * ACCOUNT IT POSTS TO AND, FOR A DEDUCTION, THE RECOVERY CLASS
      * IT IS TAKEN IN. PAYROLL, THE PAYSLIP, THE TAX PROJECTION AND
      * THE GL EXTRACT ALL WORK FROM THIS MASTER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPMASTFILE
               ASSIGN TO "files/COMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMCODE
               FILE STATUS IS FSCM.

           SELECT EMPCOMPFILE
               ASSIGN TO "files/EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECKEY
               ALTERNATE RECORD KEY IS ECCODE WITH DUPLICATES
               FILE STATUS IS FSEC.

       DATA DIVISION.
       FILE SECTION.

       FD COMPMASTFILE.
       01 COMPMASTREC.
           02 CMCODE    PIC X(8).
           02 CMDESC    PIC X(25).
           02 CMTYPE    PIC X.
           02 CMTAXABLE PIC X.
           02 CMPFWAGE  PIC X.
           02 CMLOPPRO  PIC X.
           02 CMGLACCT  PIC X(8).
           02 CMCLASS   PIC X.

       FD EMPCOMPFILE.
       01 EMPCOMPREC.
           02 ECKEY.
               03 ECEMPID PIC X(6).
               03 ECCODE  PIC X(8).
           02 ECAMT     PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       77 FSCM       PIC XX.
       77 FSEC       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-DUPCHK   PIC XX.
       77 W-IDX      PIC 99.
       77 W-INUSE    PIC X.
       77 W-CLASSES  PIC X(10) VALUE "SLMO".
       77 W-JDX      PIC 99.

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
           DISPLAY "****** PAY COMPONENT MASTER ******" AT 0310.
           DISPLAY "1. ADD COMPONENT" AT 0520.
           DISPLAY "2. MODIFY COMPONENT" AT 0620.
           DISPLAY "3. DELETE COMPONENT" AT 0720.
           DISPLAY "4. LIST COMPONENTS" AT 0820.
           DISPLAY "5. EXIT" AT 0920.
           DISPLAY "EMPLOYEE AMOUNTS ARE KEYED ON THE PAYMENT SCREEN"
               AT 1120.
           DISPLAY "AGAINST THE CODES SET UP HERE" AT 1220.
           DISPLAY "ENTER YOUR CHOICE :" AT 1420.
           ACCEPT CHOICE AT 1440.
           IF CHOICE = '1'
               GO TO ADD-COMP-PARA
           ELSE
           IF CHOICE = '2'
               GO TO MODIFY-COMP-PARA
           ELSE
           IF CHOICE = '3'
               GO TO DELETE-COMP-PARA
           ELSE
           IF CHOICE = '4'
               GO TO LIST-COMP-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       ADD-COMP-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O COMPMASTFILE.
           MOVE FSCM TO W-DUPCHK.
           IF FSCM = 30 OR FSCM = 35
               OPEN OUTPUT COMPMASTFILE
           END-IF
           DISPLAY "ENTER COMPONENT CODE :" AT 0101.
           ACCEPT CMCODE AT 0135.
           MOVE FUNCTION UPPER-CASE (CMCODE) TO CMCODE.
           IF CMCODE = SPACES
               DISPLAY "COMPONENT CODE REQUIRED - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE COMPMASTFILE
               GO TO MAIN-PARA
           END-IF
           IF W-DUPCHK NOT = 30 AND W-DUPCHK NOT = 35
               READ COMPMASTFILE INVALID KEY NEXT SENTENCE END-READ
               IF FSCM = "00"
                   DISPLAY "COMPONENT ALREADY ON THE MASTER" AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE COMPMASTFILE
                   GO TO MAIN-PARA
               END-IF
           END-IF
           PERFORM ACCEPT-COMP-PARA.
           WRITE COMPMASTREC.
           MOVE "COMPMASTFILE" TO AL-FILE.
           MOVE CMCODE TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE COMPMASTFILE.
           GO TO MAIN-PARA.

       ACCEPT-COMP-PARA.
           DISPLAY "ENTER DESCRIPTION :" AT 0201.
           ACCEPT CMDESC AT 0235.
           DISPLAY "EARNING OR DEDUCTION (E/D) :" AT 0301.
           ACCEPT CMTYPE AT 0335.
           IF CMTYPE NOT = "D"
               MOVE "E" TO CMTYPE
           END-IF
           DISPLAY "TAXABLE (Y/N) :" AT 0401.
           ACCEPT CMTAXABLE AT 0435.
           IF CMTAXABLE NOT = "N"
               MOVE "Y" TO CMTAXABLE
           END-IF
           DISPLAY "COUNTS AS PF WAGES (Y/N) :" AT 0501.
           ACCEPT CMPFWAGE AT 0535.
           IF CMPFWAGE NOT = "Y"
               MOVE "N" TO CMPFWAGE
           END-IF
           DISPLAY "CUT FOR LOSS OF PAY (Y/N) :" AT 0601.
           ACCEPT CMLOPPRO AT 0635.
           IF CMLOPPRO NOT = "N"
               MOVE "Y" TO CMLOPPRO
           END-IF
           DISPLAY "GL ACCOUNT :" AT 0701.
           ACCEPT CMGLACCT AT 0735.
           MOVE SPACE TO CMCLASS.
           IF CMTYPE = "D"
               DISPLAY "RECOVERY CLASS (" W-CLASSES ") :" AT 0801
               ACCEPT CMCLASS AT 0835
               MOVE 0 TO W-JDX
               IF CMCLASS NOT = SPACE
                   INSPECT W-CLASSES TALLYING W-JDX FOR ALL CMCLASS
               END-IF
               IF W-JDX = 0
                   MOVE "O" TO CMCLASS
               END-IF
           END-IF.

       MODIFY-COMP-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O COMPMASTFILE.
           IF FSCM NOT = "00"
               DISPLAY "NO COMPONENTS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER COMPONENT CODE TO MODIFY :" AT 0101.
           ACCEPT CMCODE AT 0135.
           MOVE FUNCTION UPPER-CASE (CMCODE) TO CMCODE.
           READ COMPMASTFILE INVALID KEY
               DISPLAY "NO SUCH COMPONENT" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE COMPMASTFILE
               GO TO MAIN-PARA
           END-READ.
           DISPLAY " CURRENT : " CMDESC " " CMTYPE " TAX " CMTAXABLE
               " PF " CMPFWAGE " LOP " CMLOPPRO " GL " CMGLACCT
               " CLASS " CMCLASS AT 1001.
           PERFORM ACCEPT-COMP-PARA.
           REWRITE COMPMASTREC.
           MOVE "COMPMASTFILE" TO AL-FILE.
           MOVE CMCODE TO AL-KEY.
           MOVE "MODIFY" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE COMPMASTFILE.
           GO TO MAIN-PARA.

      * A COMPONENT STILL HELD BY AN EMPLOYEE CANNOT BE REMOVED.
       DELETE-COMP-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O COMPMASTFILE.
           IF FSCM NOT = "00"
               DISPLAY "NO COMPONENTS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER COMPONENT CODE TO DELETE :" AT 0101.
           ACCEPT CMCODE AT 0135.
           MOVE FUNCTION UPPER-CASE (CMCODE) TO CMCODE.
           READ COMPMASTFILE INVALID KEY
               DISPLAY "NO SUCH COMPONENT" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE COMPMASTFILE
               GO TO MAIN-PARA
           END-READ.
           DISPLAY " DESCRIPTION :" CMDESC AT 0201.
           MOVE "N" TO W-INUSE.
           OPEN INPUT EMPCOMPFILE.
           IF FSEC = "00"
               MOVE CMCODE TO ECCODE
               START EMPCOMPFILE KEY IS EQUAL TO ECCODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO W-INUSE
               END-START
               CLOSE EMPCOMPFILE
           END-IF
           IF W-INUSE = "Y"
               DISPLAY "COMPONENT IS HELD BY EMPLOYEES - NOT DELETED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE COMPMASTFILE
               GO TO MAIN-PARA
           END-IF
           DELETE COMPMASTFILE RECORD.
           MOVE "COMPMASTFILE" TO AL-FILE.
           MOVE CMCODE TO AL-KEY.
           MOVE "DELETE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "COMPONENT DELETED" AT 2201.
           ACCEPT STUFF AT 2301.
           CLOSE COMPMASTFILE.
           GO TO MAIN-PARA.

       LIST-COMP-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT COMPMASTFILE.
           IF FSCM NOT = "00"
               DISPLAY "NO COMPONENTS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY " CODE     DESCRIPTION               T TX PF LP "
               "GL ACCT  CL" AT 0101.
           MOVE 0 TO W-IDX.
           PERFORM UNTIL FSCM = "10"
               READ COMPMASTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSCM = "00" AND W-IDX < 18
                   ADD 1 TO W-IDX
                   DISPLAY " " CMCODE " " CMDESC " " CMTYPE "  "
                       CMTAXABLE "  " CMPFWAGE "  " CMLOPPRO " "
                       CMGLACCT " " CMCLASS
                       AT LINE (W-IDX + 2) COLUMN 1
               END-IF
           END-PERFORM
           CLOSE COMPMASTFILE.
           IF W-IDX = 0
               DISPLAY " NO COMPONENTS RECORDED" AT 0301
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

       END PROGRAM COMPMNT.
