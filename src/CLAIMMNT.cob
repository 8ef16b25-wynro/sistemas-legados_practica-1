               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

           02 EEMPTYPE  PIC X.
           02 ECONTEND  PIC X(10).

       WORKING-STORAGE SECTION.
       77 FSCM       PIC XX.
       77 FSCE       PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-HAVELIM  PIC X.
       77 W-AMTED    PIC ZZZ,ZZ9.99.
       77 W-AMTED2   PIC ZZZ,ZZ9.99.
       77 W-TMROLE   PIC X.
       77 W-TMREPLY  PIC X.
       77 W-TMMGR    PIC X(6).
       77 W-TMEMP    PIC X(6).
       77 W-MGRPASS  PIC X VALUE "N".

       77 W-AUDITUSER PIC X(10).
       01 AUDIT-LINE.
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
      * A REPORTING MANAGER COMES HERE ONLY TO WORK THEIR TEAM'S
      * APPROVAL QUEUE AND GOES BACK WHEN IT IS DONE.
           MOVE SPACES TO W-TMEMP.
           CALL "TEAMCHK" USING W-AUDITUSER W-TMEMP W-TMROLE
               W-TMREPLY W-TMMGR.
           CANCEL "TEAMCHK".
           IF W-TMROLE = "M"
               IF W-MGRPASS = "Y"
                   MOVE "N" TO W-MGRPASS
                   EXIT PROGRAM
               END-IF
               MOVE "Y" TO W-MGRPASS
               GO TO APPROVAL-PARA
           END-IF
           COPY CLEAR-SCREEN.
           DISPLAY "****** EXPENSE REIMBURSEMENT CLAIMS ******"
               AT 0310.
           DISPLAY "3. SET ANNUAL ENTITLEMENT LIMIT" AT 0720.
           DISPLAY "4. LIST CLAIMS FOR AN EMPLOYEE" AT 0820.
           DISPLAY "5. EXIT" AT 0920.
           DISPLAY "CATEGORIES - MED MEDICAL, LTA TRAVEL, BOO BOOKS, "
               "TRV TOUR EXPENSES" AT 1120.
           DISPLAY "ENTER YOUR CHOICE :" AT 1320.
           ACCEPT CHOICE AT 1340.
           IF CHOICE = '1'
           END-IF
           CLOSE EMPFILE.
           DISPLAY " NAME :" EEMPNAME AT 0201.
           DISPLAY "ENTER CATEGORY (MED/LTA/BOO/TRV) :" AT 0301.
           ACCEPT CMCAT AT 0335.
           IF CMCAT NOT = "MED" AND CMCAT NOT = "LTA"
               AND CMCAT NOT = "BOO" AND CMCAT NOT = "TRV"
               DISPLAY "INVALID CATEGORY - ENTRY CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE CLAIMFILE
           PERFORM UNTIL FSCM = "10"
               READ CLAIMFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSCM = "00" AND CMSTAT = "R"
                   CALL "TEAMCHK" USING W-AUDITUSER CMEMPID W-TMROLE
                       W-TMREPLY W-TMMGR
                   CANCEL "TEAMCHK"
               END-IF
               IF FSCM = "00" AND CMSTAT = "R" AND W-TMREPLY = "Y"
                   PERFORM REVIEW-CLAIM-PARA
                       THRU REVIEW-CLAIM-EXIT
                   IF W-APPRCH = "Q" OR W-APPRCH = "q"
               CLOSE CLAIMENTFILE
               OPEN I-O CLAIMENTFILE
           END-IF
           DISPLAY "ENTER CATEGORY (MED/LTA/BOO/TRV) :" AT 0101.
           ACCEPT CECAT AT 0135.
           IF CECAT NOT = "MED" AND CECAT NOT = "LTA"
               AND CECAT NOT = "BOO" AND CECAT NOT = "TRV"
               DISPLAY "INVALID CATEGORY - ENTRY CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE CLAIMENTFILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM CLAIMMNT.
