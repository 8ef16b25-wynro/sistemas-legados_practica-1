       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT.

      * THIRD-PARTY DEDUCTION VENDOR MASTER. EACH BODY THAT SENDS US A
      * MONTHLY LIST OF AMOUNTS TO DEDUCT - THE COOPERATIVE SOCIETY,
      * THE UNION, THE CANTEEN CONTRACTOR, THE WELFARE FUND - IS SET UP
      * HERE WITH THE BANK ACCOUNT ITS REMITTANCE IS PAID TO. ITS LIST
      * IS LOADED FROM files/VF-<CODE>.TXT BY VENDLOAD; THE PAYMENT AND
      * RETURN FILES VENDREM WRITES ARE files/VP-<CODE>.TXT AND
      * files/VR-<CODE>.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENDMASTFILE
               ASSIGN TO "files/VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VNCODE
               FILE STATUS IS FSVN.

       DATA DIVISION.
       FILE SECTION.

       FD VENDMASTFILE.
       01 VENDMASTREC.
           02 VNCODE    PIC X(6).
           02 VNNAME    PIC X(25).
           02 VNBANKAC  PIC X(18).
           02 VNIFSC    PIC X(11).
           02 VNSTATUS  PIC X.

       WORKING-STORAGE SECTION.
       77 FSVN       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-DUPCHK   PIC XX.
       77 W-IDX      PIC 99.

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
           DISPLAY "****** DEDUCTION VENDOR MASTER ******" AT 0310.
           DISPLAY "1. ADD VENDOR" AT 0520.
           DISPLAY "2. MODIFY VENDOR" AT 0620.
           DISPLAY "3. LIST VENDORS" AT 0720.
           DISPLAY "4. EXIT" AT 0820.
           DISPLAY "A VENDOR'S DEDUCTION LIST IS READ FROM "
               "files/VF-<CODE>.TXT" AT 1020.
           DISPLAY "A VENDOR NO LONGER DEDUCTED IS MADE INACTIVE"
               AT 1120.
           DISPLAY "ENTER YOUR CHOICE :" AT 1320.
           ACCEPT CHOICE AT 1340.
           IF CHOICE = '1'
               GO TO ADD-VEND-PARA
           ELSE
           IF CHOICE = '2'
               GO TO MODIFY-VEND-PARA
           ELSE
           IF CHOICE = '3'
               GO TO LIST-VEND-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       ADD-VEND-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O VENDMASTFILE.
           MOVE FSVN TO W-DUPCHK.
           IF FSVN = 30 OR FSVN = 35
               OPEN OUTPUT VENDMASTFILE
           END-IF
           DISPLAY "ENTER VENDOR CODE :" AT 0101.
           ACCEPT VNCODE AT 0135.
           MOVE FUNCTION UPPER-CASE (VNCODE) TO VNCODE.
           IF VNCODE = SPACES
               DISPLAY "VENDOR CODE REQUIRED - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE VENDMASTFILE
               GO TO MAIN-PARA
           END-IF
           IF W-DUPCHK NOT = 30 AND W-DUPCHK NOT = 35
               READ VENDMASTFILE INVALID KEY NEXT SENTENCE END-READ
               IF FSVN = "00"
                   DISPLAY "VENDOR ALREADY ON THE MASTER" AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE VENDMASTFILE
                   GO TO MAIN-PARA
               END-IF
           END-IF
           PERFORM ACCEPT-VEND-PARA.
           WRITE VENDMASTREC.
           MOVE "VENDMASTFILE" TO AL-FILE.
           MOVE VNCODE TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE VENDMASTFILE.
           GO TO MAIN-PARA.

       ACCEPT-VEND-PARA.
           DISPLAY "ENTER VENDOR NAME :" AT 0201.
           ACCEPT VNNAME AT 0235.
           DISPLAY "BANK ACCOUNT NUMBER :" AT 0301.
           ACCEPT VNBANKAC AT 0335.
           DISPLAY "IFSC CODE :" AT 0401.
           ACCEPT VNIFSC AT 0435.
           MOVE FUNCTION UPPER-CASE (VNIFSC) TO VNIFSC.
           DISPLAY "ACTIVE OR INACTIVE (A/I) :" AT 0501.
           ACCEPT VNSTATUS AT 0535.
           MOVE FUNCTION UPPER-CASE (VNSTATUS) TO VNSTATUS.
           IF VNSTATUS NOT = "I"
               MOVE "A" TO VNSTATUS
           END-IF.

       MODIFY-VEND-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O VENDMASTFILE.
           IF FSVN NOT = "00"
               DISPLAY "NO VENDORS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER VENDOR CODE TO MODIFY :" AT 0101.
           ACCEPT VNCODE AT 0135.
           MOVE FUNCTION UPPER-CASE (VNCODE) TO VNCODE.
           READ VENDMASTFILE INVALID KEY
               DISPLAY "NO SUCH VENDOR" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE VENDMASTFILE
               GO TO MAIN-PARA
           END-READ.
           DISPLAY " CURRENT : " VNNAME " " VNBANKAC " " VNIFSC " "
               VNSTATUS AT 1001.
           PERFORM ACCEPT-VEND-PARA.
           REWRITE VENDMASTREC.
           MOVE "VENDMASTFILE" TO AL-FILE.
           MOVE VNCODE TO AL-KEY.
           MOVE "MODIFY" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE VENDMASTFILE.
           GO TO MAIN-PARA.

       LIST-VEND-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT VENDMASTFILE.
           IF FSVN NOT = "00"
               DISPLAY "NO VENDORS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY " CODE   NAME                      BANK ACCOUNT   "
               "    IFSC        ST" AT 0101.
           MOVE 0 TO W-IDX.
           PERFORM UNTIL FSVN = "10"
               READ VENDMASTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSVN = "00" AND W-IDX < 18
                   ADD 1 TO W-IDX
                   DISPLAY " " VNCODE " " VNNAME " " VNBANKAC " "
                       VNIFSC " " VNSTATUS
                       AT LINE (W-IDX + 2) COLUMN 1
               END-IF
           END-PERFORM
           CLOSE VENDMASTFILE.
           IF W-IDX = 0
               DISPLAY " NO VENDORS RECORDED" AT 0301
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

       END PROGRAM VENDMNT.
