       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINWMNT.

      * MINIMUM WAGE MASTER. A NOTIFICATION FIXES, FOR ONE STATE AND
      * FROM ONE EFFECTIVE DATE, THE MONTHLY BASIC AND VARIABLE DA
      * FOR EACH SKILL CATEGORY. THE FLOOR FOR AN EMPLOYEE IS THE
      * BASIC PLUS VDA OF THE LATEST NOTIFICATION IN FORCE FOR THE
      * STATE OF THE BRANCH AND THE EMPLOYEE'S SKILL CATEGORY, WHICH
      * IS ALSO KEPT HERE. LOADING A NOTIFICATION RUNS THE COMPLIANCE
      * EXCEPTION REPORT AS AT ITS EFFECTIVE DATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MINWAGEFILE
               ASSIGN TO "files/MINWAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWKEY
               FILE STATUS IS FSMW.

           SELECT SKILLCATFILE
               ASSIGN TO "files/SKILLCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKEMPID
               FILE STATUS IS FSSK.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

       FD MINWAGEFILE.
       01 MINWAGEREC.
           02 MWKEY.
               03 MWSTATE  PIC X(2).
               03 MWSKILL  PIC X.
               03 MWEFFDT  PIC 9(8).
           02 MWBASIC   PIC 9(6)V99.
           02 MWVDA     PIC 9(6)V99.
           02 MWNOTIF   PIC X(20).
           02 MWUSER    PIC X(10).
           02 MWDATE    PIC X(8).

       FD SKILLCATFILE.
       01 SKILLCATREC.
           02 SKEMPID   PIC X(6).
           02 SKCAT     PIC X.
           02 SKUSER    PIC X(10).
           02 SKDATE    PIC X(8).

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
       77 FSMW       PIC XX.
       77 FSSK       PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-EMPID    PIC X(6).
       77 W-EMPNAME  PIC X(25).
       77 W-OK       PIC X.
       77 W-MSG      PIC X(50).
       77 W-IDX      PIC 99.
       77 W-STATE    PIC X(2).
       77 W-NOTIF    PIC X(20).
       77 W-DATEIN   PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-DATEOK   PIC X.
       77 W-CAT      PIC X.
       77 W-CATNAME  PIC X(14).
       77 W-FOUND    PIC X.
       77 W-SAVED    PIC 9.
       77 W-FLOOR    PIC 9(7)V99.

       01 W-RATES.
           02 W-RATE OCCURS 4 TIMES.
               03 W-RTCAT   PIC X.
               03 W-RTBASIC PIC 9(6)V99.
               03 W-RTVDA   PIC 9(6)V99.

       77 W-AUDITUSER PIC X(10).
       01 AUDIT-LINE.
           02 AL-DATE   PIC X(10).
           02 AL-TIME   PIC X(9).
           02 AL-USER   PIC X(11).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       01 LIST-LINE.
           02 LL-CAT    PIC X(16).
           02 LL-EFFDT  PIC X(12).
           02 LL-BASIC  PIC ZZZ,ZZ9.99.
           02 FILLER    PIC X(2) VALUE SPACES.
           02 LL-VDA    PIC ZZZ,ZZ9.99.
           02 FILLER    PIC X(2) VALUE SPACES.
           02 LL-FLOOR  PIC Z,ZZZ,ZZ9.99.
           02 FILLER    PIC X(2) VALUE SPACES.
           02 LL-NOTIF  PIC X(12).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).

       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           COPY CLEAR-SCREEN.
           DISPLAY "****** MINIMUM WAGE MASTER ******" AT 0310.
           DISPLAY "1. LOAD STATE NOTIFICATION" AT 0520.
           DISPLAY "2. SET EMPLOYEE SKILL CATEGORY" AT 0620.
           DISPLAY "3. LIST RATES FOR A STATE" AT 0720.
           DISPLAY "4. EXIT" AT 0820.
           DISPLAY "SKILL CATEGORIES : U UNSKILLED  S SEMI-SKILLED"
               AT 1020.
           DISPLAY "                   K SKILLED    H HIGHLY SKILLED"
               AT 1120.
           DISPLAY "THE FLOOR IS BASIC PLUS VDA OF THE LATEST "
               "NOTIFICATION IN FORCE" AT 1305.
           DISPLAY "FOR THE STATE OF THE BRANCH AND THE EMPLOYEE'S "
               "SKILL CATEGORY." AT 1405.
           DISPLAY "ENTER YOUR CHOICE :" AT 1620.
           ACCEPT CHOICE AT 1640.
           IF CHOICE = '1'
               GO TO LOAD-NOTIF-PARA
           ELSE
           IF CHOICE = '2'
               GO TO SET-CATEGORY-PARA
           ELSE
           IF CHOICE = '3'
               GO TO LIST-RATE-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO W-DATEOK.
           IF W-DATEIN(1:2) NOT NUMERIC
               OR W-DATEIN(4:2) NOT NUMERIC
               OR W-DATEIN(7:4) NOT NUMERIC
               OR W-DATEIN(3:1) NOT = "/"
               OR W-DATEIN(6:1) NOT = "/"
               MOVE "N" TO W-DATEOK
           ELSE
               MOVE W-DATEIN(7:4) TO W-DATENUM(1:4)
               MOVE W-DATEIN(4:2) TO W-DATENUM(5:2)
               MOVE W-DATEIN(1:2) TO W-DATENUM(7:2)
               COMPUTE W-DATEINT =
                   FUNCTION INTEGER-OF-DATE (W-DATENUM)
               IF W-DATEINT NOT > 0
                   MOVE "N" TO W-DATEOK
               END-IF
           END-IF.

       CATEGORY-NAME-PARA.
           EVALUATE W-CAT
               WHEN "U" MOVE "UNSKILLED" TO W-CATNAME
               WHEN "S" MOVE "SEMI-SKILLED" TO W-CATNAME
               WHEN "K" MOVE "SKILLED" TO W-CATNAME
               WHEN "H" MOVE "HIGHLY SKILLED" TO W-CATNAME
               WHEN OTHER MOVE SPACES TO W-CATNAME
           END-EVALUATE.

      * A NOTIFICATION GIVES THE RATES FOR EVERY CATEGORY IN ONE STATE
      * FROM ONE DATE. A CATEGORY LEFT AT ZERO IS NOT RECORDED; A
      * CATEGORY ALREADY ON FILE FOR THE SAME DATE IS CORRECTED.
       LOAD-NOTIF-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O MINWAGEFILE.
           IF FSMW = 30 OR FSMW = 35
               OPEN OUTPUT MINWAGEFILE
               CLOSE MINWAGEFILE
               OPEN I-O MINWAGEFILE
           END-IF
           DISPLAY "ENTER STATE CODE (AS ON BRANCH) :" AT 0101.
           ACCEPT W-STATE AT 0135.
           IF W-STATE = SPACES
               MOVE "STATE CODE IS REQUIRED - NOT SAVED" TO W-MSG
               GO TO LOAD-FAIL-PARA
           END-IF
           DISPLAY "ENTER EFFECTIVE DATE (DD/MM/YYYY) :" AT 0201.
           ACCEPT W-DATEIN AT 0236.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               MOVE "INVALID DATE - NOT SAVED" TO W-MSG
               GO TO LOAD-FAIL-PARA
           END-IF
           DISPLAY "ENTER NOTIFICATION REFERENCE :" AT 0301.
           ACCEPT W-NOTIF AT 0332.
           IF W-NOTIF = SPACES
               MOVE "NOTIFICATION REFERENCE IS REQUIRED - NOT SAVED"
                   TO W-MSG
               GO TO LOAD-FAIL-PARA
           END-IF
           MOVE "U" TO W-RTCAT (1).
           MOVE "S" TO W-RTCAT (2).
           MOVE "K" TO W-RTCAT (3).
           MOVE "H" TO W-RTCAT (4).
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 4
               MOVE W-STATE TO MWSTATE
               MOVE W-RTCAT (W-IDX) TO MWSKILL
               MOVE W-DATENUM TO MWEFFDT
               READ MINWAGEFILE
                   INVALID KEY
                       MOVE 0 TO W-RTBASIC (W-IDX) W-RTVDA (W-IDX)
                   NOT INVALID KEY
                       MOVE MWBASIC TO W-RTBASIC (W-IDX)
                       MOVE MWVDA TO W-RTVDA (W-IDX)
               END-READ
           END-PERFORM
           DISPLAY "MONTHLY RATES (LEAVE BOTH ZERO IF NOT NOTIFIED)"
               AT 0501.
           DISPLAY "CATEGORY            BASIC         VDA" AT 0601.
           DISPLAY "U UNSKILLED      :" AT 0701.
           ACCEPT W-RTBASIC (1) AT 0720 WITH UPDATE.
           ACCEPT W-RTVDA (1) AT 0734 WITH UPDATE.
           DISPLAY "S SEMI-SKILLED   :" AT 0801.
           ACCEPT W-RTBASIC (2) AT 0820 WITH UPDATE.
           ACCEPT W-RTVDA (2) AT 0834 WITH UPDATE.
           DISPLAY "K SKILLED        :" AT 0901.
           ACCEPT W-RTBASIC (3) AT 0920 WITH UPDATE.
           ACCEPT W-RTVDA (3) AT 0934 WITH UPDATE.
           DISPLAY "H HIGHLY SKILLED :" AT 1001.
           ACCEPT W-RTBASIC (4) AT 1020 WITH UPDATE.
           ACCEPT W-RTVDA (4) AT 1034 WITH UPDATE.
           DISPLAY "SAVE THIS NOTIFICATION (Y/N) :" AT 1201.
           ACCEPT W-OK AT 1232.
           IF W-OK NOT = "Y" AND W-OK NOT = "y"
               MOVE "NOTIFICATION NOT SAVED" TO W-MSG
               GO TO LOAD-FAIL-PARA
           END-IF
           MOVE 0 TO W-SAVED.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 4
               IF W-RTBASIC (W-IDX) > 0 OR W-RTVDA (W-IDX) > 0
                   PERFORM SAVE-RATE-PARA
               END-IF
           END-PERFORM
           CLOSE MINWAGEFILE.
           IF W-SAVED = 0
               DISPLAY "NO RATES ENTERED - NOTHING SAVED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "NOTIFICATION SAVED - PRESS ENTER TO RUN THE "
               "COMPLIANCE EXCEPTION REPORT" AT 2201.
           ACCEPT STUFF AT 2301.
           COPY CLEAR-SCREEN.
           CALL "MINWRPT" USING W-DATEIN.
           CANCEL "MINWRPT".
           GO TO MAIN-PARA.

       SAVE-RATE-PARA.
           MOVE W-STATE TO MWSTATE.
           MOVE W-RTCAT (W-IDX) TO MWSKILL.
           MOVE W-DATENUM TO MWEFFDT.
           READ MINWAGEFILE
               INVALID KEY
                   MOVE "N" TO W-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO W-FOUND
           END-READ.
           MOVE W-RTBASIC (W-IDX) TO MWBASIC.
           MOVE W-RTVDA (W-IDX) TO MWVDA.
           MOVE W-NOTIF TO MWNOTIF.
           MOVE W-AUDITUSER TO MWUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO MWDATE.
           MOVE "MINWAGEFILE" TO AL-FILE.
           MOVE SPACES TO AL-KEY.
           STRING MWSTATE MWSKILL W-DATENUM(3:6)
               DELIMITED BY SIZE INTO AL-KEY
           END-STRING.
           IF W-FOUND = "Y"
               REWRITE MINWAGEREC
               MOVE "MODIFY" TO AL-ACTION
           ELSE
               WRITE MINWAGEREC
               MOVE "CREATE" TO AL-ACTION
           END-IF
           PERFORM WRITE-AUDIT-PARA.
           ADD 1 TO W-SAVED.

       LOAD-FAIL-PARA.
           DISPLAY W-MSG AT 2201.
           ACCEPT STUFF AT 2301.
           CLOSE MINWAGEFILE.
           GO TO MAIN-PARA.

       SET-CATEGORY-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT W-EMPID AT 0135.
           MOVE W-EMPID TO EEMPID.
           PERFORM CHECK-EMP-PARA.
           IF W-OK = "N"
               DISPLAY W-MSG AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY W-EMPNAME AT 0145.
           OPEN I-O SKILLCATFILE.
           IF FSSK = 30 OR FSSK = 35
               OPEN OUTPUT SKILLCATFILE
               CLOSE SKILLCATFILE
               OPEN I-O SKILLCATFILE
           END-IF
           MOVE W-EMPID TO SKEMPID.
           READ SKILLCATFILE
               INVALID KEY
                   MOVE "N" TO W-FOUND
                   MOVE SPACE TO SKCAT
               NOT INVALID KEY
                   MOVE "Y" TO W-FOUND
           END-READ.
           MOVE SKCAT TO W-CAT.
           PERFORM CATEGORY-NAME-PARA.
           DISPLAY "CURRENT CATEGORY : " W-CAT " " W-CATNAME AT 0301.
           DISPLAY "ENTER CATEGORY (U/S/K/H) :" AT 0501.
           ACCEPT W-CAT AT 0528 WITH UPDATE.
           PERFORM CATEGORY-NAME-PARA.
           IF W-CATNAME = SPACES
               DISPLAY "CATEGORY MUST BE U, S, K OR H - NOT SAVED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE SKILLCATFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY W-CATNAME AT 0531.
           MOVE W-EMPID TO SKEMPID.
           MOVE W-CAT TO SKCAT.
           MOVE W-AUDITUSER TO SKUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SKDATE.
           MOVE "SKILLCATFILE" TO AL-FILE.
           MOVE W-EMPID TO AL-KEY.
           IF W-FOUND = "Y"
               REWRITE SKILLCATREC
               MOVE "MODIFY" TO AL-ACTION
           ELSE
               WRITE SKILLCATREC
               MOVE "CREATE" TO AL-ACTION
           END-IF
           PERFORM WRITE-AUDIT-PARA.
           CLOSE SKILLCATFILE.
           DISPLAY "SKILL CATEGORY RECORDED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       LIST-RATE-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT MINWAGEFILE.
           IF FSMW NOT = "00"
               DISPLAY "NO MINIMUM WAGES ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER STATE CODE :" AT 0101.
           ACCEPT W-STATE AT 0120.
           DISPLAY "CATEGORY        EFFECTIVE        BASIC         "
               "VDA         FLOOR  NOTIFICATION" AT 0301.
           MOVE W-STATE TO MWSTATE.
           MOVE LOW-VALUES TO MWSKILL.
           MOVE 0 TO MWEFFDT.
           START MINWAGEFILE KEY IS NOT LESS THAN MWKEY
               INVALID KEY
                   MOVE "10" TO FSMW
           END-START.
           MOVE 0 TO W-IDX.
           PERFORM UNTIL FSMW NOT = "00"
               READ MINWAGEFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF MWSTATE NOT = W-STATE
                   EXIT PERFORM
               END-IF
               IF W-IDX < 18
                   ADD 1 TO W-IDX
                   MOVE MWSKILL TO W-CAT
                   PERFORM CATEGORY-NAME-PARA
                   MOVE SPACES TO LL-CAT
                   STRING MWSKILL " " W-CATNAME
                       DELIMITED BY SIZE INTO LL-CAT
                   END-STRING
                   MOVE SPACES TO LL-EFFDT
                   STRING MWEFFDT(7:2) "/" MWEFFDT(5:2) "/"
                       MWEFFDT(1:4) DELIMITED BY SIZE INTO LL-EFFDT
                   END-STRING
                   MOVE MWBASIC TO LL-BASIC
                   MOVE MWVDA TO LL-VDA
                   COMPUTE W-FLOOR = MWBASIC + MWVDA
                   MOVE W-FLOOR TO LL-FLOOR
                   MOVE MWNOTIF TO LL-NOTIF
                   DISPLAY LIST-LINE AT LINE (W-IDX + 3) COLUMN 1
               END-IF
           END-PERFORM
           CLOSE MINWAGEFILE.
           IF W-IDX = 0
               DISPLAY "NO RATES RECORDED FOR THAT STATE" AT 0401
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       CHECK-EMP-PARA.
           MOVE "Y" TO W-OK.
           MOVE SPACES TO W-EMPNAME.
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               MOVE "N" TO W-OK
               MOVE "UNABLE TO OPEN EMPLOYEE FILE" TO W-MSG
           ELSE
               READ EMPFILE
                   INVALID KEY
                       MOVE "N" TO W-OK
                       MOVE "NO SUCH EMPLOYEE - ENTRY CANCELLED"
                           TO W-MSG
                   NOT INVALID KEY
                       IF ESTATUS = "S"
                           MOVE "N" TO W-OK
                           MOVE "EMPLOYEE HAS SEPARATED - NOT SAVED"
                               TO W-MSG
                       ELSE
                           MOVE EEMPNAME TO W-EMPNAME
                       END-IF
               END-READ
               CLOSE EMPFILE
           END-IF.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM MINWMNT.
