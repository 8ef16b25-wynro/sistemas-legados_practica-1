               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

       FD EXCRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSBK       PIC XX.
       77 FSEP       PIC XX.
       77 FSRPT      PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).
       77 W-ROLE     PIC X.
       77 W-MKIN     PIC X(22).
       77 W-MKOUT    PIC X(22).
       77 W-MKFLAG   PIC X.
       77 W-SECEVENT PIC X(8).
       77 W-SECDET   PIC X(20).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
       01 LK-ROLE   PIC X.

       PROCEDURE DIVISION USING LK-USERID LK-ROLE.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE LK-ROLE TO W-ROLE.
           IF W-ROLE = SPACE
               MOVE "A" TO W-ROLE
           END-IF
           COPY CLEAR-SCREEN.
           DISPLAY "****** BANK BRANCH (IFSC) MASTER ******" AT 0310.
           DISPLAY "1. ADD OR UPDATE A BANK BRANCH" AT 0520.
               GO TO MAIN-PARA
           END-IF
           OPEN OUTPUT EXCRPTFILE.
      * ACCOUNT NUMBERS PRINT IN FULL ONLY FOR ADMINISTRATORS AND
      * PAYROLL USERS, AND THE HEADING SAYS WHICH WAY THE REPORT RAN.
           MOVE SPACES TO W-MKIN.
           CALL "MASKFLD" USING W-ROLE W-MKIN W-MKOUT W-MKFLAG.
           MOVE "EMPLOYEES WHOSE STORED IFSC DOES NOT VALIDATE"
               TO RPTLINE.
           IF W-MKFLAG = "Y"
               MOVE "(ACCOUNTS MASKED)" TO RPTLINE (48:17)
           ELSE
               MOVE "(ACCOUNTS UNMASKED)" TO RPTLINE (48:19)
           END-IF
           WRITE RPTLINE.
           MOVE "EMPID   IFSC         ACCOUNT" TO RPTLINE.
           WRITE RPTLINE.
                   READ BANKMASTFILE
                       INVALID KEY
                           ADD 1 TO T-EXC
                           MOVE EPBANKAC TO W-MKIN
                           CALL "MASKFLD" USING W-ROLE W-MKIN W-MKOUT
                               W-MKFLAG
                           MOVE SPACES TO RPTLINE
                           STRING EPEMPID "  " EPBANKIFSC "  "
                               W-MKOUT (1:20)
                               DELIMITED BY SIZE INTO RPTLINE
                           END-STRING
                           WRITE RPTLINE
           CLOSE BANKMASTFILE.
           CLOSE EMPPERSONALFILE.
           CLOSE EXCRPTFILE.
           IF W-MKFLAG = "N"
               MOVE "PIIEXPRT" TO W-SECEVENT
               MOVE "BANKEXC.LST UNMASKED" TO W-SECDET
               CALL "SECLOG" USING W-AUDITUSER W-SECEVENT W-SECDET
           END-IF
           DISPLAY "EXCEPTION REPORT WRITTEN TO files/BANKEXC.LST - "
               T-EXC " EMPLOYEES FLAGGED" AT 0101.
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM BANKMNT.
