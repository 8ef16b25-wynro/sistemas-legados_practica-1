       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPDOCFILE
               ASSIGN TO "files/EMPDOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCID
               ALTERNATE RECORD KEY IS DCEMPID WITH DUPLICATES
               FILE STATUS IS FSDC.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

      * ONE IDENTITY OR WORK AUTHORISATION DOCUMENT HELD BY AN
      * EMPLOYEE. A DOCUMENT MARKED MANDATORY IS ONE THE EMPLOYEE MAY
      * NOT BE PAID WITHOUT ONCE IT HAS EXPIRED.
       FD EMPDOCFILE.
       01 EMPDOCREC.
           02 DCID      PIC X(6).
           02 DCEMPID   PIC X(6).
           02 DCTYPE    PIC X(2).
           02 DCNUMBER  PIC X(20).
           02 DCAUTH    PIC X(25).
           02 DCISSDT   PIC X(10).
           02 DCEXPDT   PIC X(10).
           02 DCMAND    PIC X.
           02 DCVSTAT   PIC X.
           02 DCVERBY   PIC X(10).
           02 DCVERDT   PIC X(8).
           02 DCUSER    PIC X(10).
           02 DCDATE    PIC X(8).

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
       77 FSDC       PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-DUPCHK   PIC XX.
       77 W-IDTYPE   PIC X(2).
       77 W-NEWID    PIC X(6).
       77 W-IDOK     PIC X.
       77 W-IDX      PIC 99.
       77 W-EMPID    PIC X(6).
       77 W-DATECK   PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-DATEOK   PIC X.
       77 W-ISSINT   PIC S9(9).
       77 W-ANS      PIC X.
       77 W-SAVEDOC  PIC X(117).

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
           DISPLAY "****** EMPLOYEE DOCUMENT REGISTER ******" AT 0310.
           DISPLAY "1. ADD A DOCUMENT" AT 0520.
           DISPLAY "2. CHANGE A DOCUMENT" AT 0620.
           DISPLAY "3. VERIFY OR REJECT A DOCUMENT" AT 0720.
           DISPLAY "4. LIST DOCUMENTS FOR AN EMPLOYEE" AT 0820.
           DISPLAY "5. EXIT" AT 0920.
           DISPLAY "PAY IS HELD WHEN A MANDATORY WORK AUTHORISATION "
               "HAS EXPIRED" AT 1120.
           DISPLAY "ENTER YOUR CHOICE :" AT 1320.
           ACCEPT CHOICE AT 1340.
           IF CHOICE = '1'
               GO TO ADD-DOC-PARA
           ELSE
           IF CHOICE = '2'
               GO TO CHANGE-DOC-PARA
           ELSE
           IF CHOICE = '3'
               GO TO VERIFY-DOC-PARA
           ELSE
           IF CHOICE = '4'
               GO TO LIST-DOC-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO W-DATEOK.
           IF W-DATECK(1:2) NOT NUMERIC
               OR W-DATECK(4:2) NOT NUMERIC
               OR W-DATECK(7:4) NOT NUMERIC
               OR W-DATECK(3:1) NOT = "/"
               OR W-DATECK(6:1) NOT = "/"
               MOVE "N" TO W-DATEOK
           ELSE
               MOVE W-DATECK(7:4) TO W-DATENUM(1:4)
               MOVE W-DATECK(4:2) TO W-DATENUM(5:2)
               MOVE W-DATECK(1:2) TO W-DATENUM(7:2)
               COMPUTE W-DATEINT =
                   FUNCTION INTEGER-OF-DATE (W-DATENUM)
               IF W-DATEINT NOT > 0
                   MOVE "N" TO W-DATEOK
               END-IF
           END-IF.

       ADD-DOC-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O EMPDOCFILE.
           MOVE FSDC TO W-DUPCHK.
           IF FSDC = 30 OR FSDC = 35
               OPEN OUTPUT EMPDOCFILE
               CLOSE EMPDOCFILE
               OPEN I-O EMPDOCFILE
           END-IF
           INITIALIZE EMPDOCREC.
           DISPLAY "ENTER EMPLOYEE CODE :" AT 0101.
           ACCEPT DCEMPID AT 0140.
           OPEN INPUT EMPFILE.
           MOVE DCEMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   DISPLAY "NO SUCH EMPLOYEE - ENTRY CANCELLED" AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE EMPFILE
                   CLOSE EMPDOCFILE
                   GO TO MAIN-PARA
           END-READ.
           CLOSE EMPFILE.
           DISPLAY " NAME :" EEMPNAME AT 0201.
           PERFORM ENTER-DETAILS-PARA THRU ENTER-DETAILS-EXIT.
           IF W-DATEOK NOT = "Y"
               CLOSE EMPDOCFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "P" TO DCVSTAT.
           MOVE SPACES TO DCVERBY.
           MOVE SPACES TO DCVERDT.
           MOVE W-AUDITUSER TO DCUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DCDATE.
           PERFORM ASSIGN-DOC-ID-PARA.
           WRITE EMPDOCREC.
           MOVE "EMPDOCFILE" TO AL-FILE.
           MOVE DCID TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE EMPDOCFILE.
           DISPLAY "DOCUMENT RECORDED - CODE " DCID
               " - AWAITING VERIFICATION" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * TYPE, NUMBER, AUTHORITY AND DATES ARE TAKEN THE SAME WAY FOR A
      * NEW DOCUMENT AND A CHANGED ONE. W-DATEOK COMES BACK "N" WHEN
      * THE ENTRY WAS REFUSED.
       ENTER-DETAILS-PARA.
           MOVE "N" TO W-DATEOK.
           DISPLAY "DOCUMENT TYPE (ID/PP/VI/WP/OT) :" AT 0301.
           ACCEPT DCTYPE AT 0340.
           IF DCTYPE NOT = "ID" AND DCTYPE NOT = "PP"
               AND DCTYPE NOT = "VI" AND DCTYPE NOT = "WP"
               AND DCTYPE NOT = "OT"
               DISPLAY "TYPE MUST BE ID, PP, VI, WP OR OT - ENTRY "
                   "CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO ENTER-DETAILS-EXIT
           END-IF
           DISPLAY "DOCUMENT NUMBER :" AT 0401.
           ACCEPT DCNUMBER AT 0440.
           IF DCNUMBER = SPACES
               DISPLAY "DOCUMENT NUMBER IS REQUIRED - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO ENTER-DETAILS-EXIT
           END-IF
           DISPLAY "ISSUING AUTHORITY :" AT 0501.
           ACCEPT DCAUTH AT 0540.
           DISPLAY "ISSUE DATE (DD/MM/YYYY) :" AT 0601.
           ACCEPT DCISSDT AT 0640.
           MOVE DCISSDT TO W-DATECK.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               DISPLAY "INVALID ISSUE DATE - ENTRY CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO ENTER-DETAILS-EXIT
           END-IF
           MOVE W-DATEINT TO W-ISSINT.
           IF DCTYPE = "WP" OR DCTYPE = "VI"
               MOVE "Y" TO DCMAND
           ELSE
               MOVE "N" TO DCMAND
           END-IF
           DISPLAY "MANDATORY WORK AUTHORISATION (Y/N) :" AT 0701.
           ACCEPT DCMAND AT 0740.
           IF DCMAND = "y"
               MOVE "Y" TO DCMAND
           END-IF
           IF DCMAND NOT = "Y"
               MOVE "N" TO DCMAND
           END-IF
           DISPLAY "EXPIRY DATE (DD/MM/YYYY, BLANK IF NONE) :" AT 0801.
           ACCEPT DCEXPDT AT 0843.
           IF DCEXPDT = SPACES
               IF DCMAND = "Y"
                   MOVE "N" TO W-DATEOK
                   DISPLAY "A WORK AUTHORISATION MUST HAVE AN EXPIRY "
                       "DATE - ENTRY CANCELLED" AT 2201
                   ACCEPT STUFF AT 2301
               END-IF
               GO TO ENTER-DETAILS-EXIT
           END-IF
           MOVE DCEXPDT TO W-DATECK.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               DISPLAY "INVALID EXPIRY DATE - ENTRY CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO ENTER-DETAILS-EXIT
           END-IF
           IF W-DATEINT NOT > W-ISSINT
               MOVE "N" TO W-DATEOK
               DISPLAY "EXPIRY MUST BE AFTER ISSUE - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
           END-IF.
       ENTER-DETAILS-EXIT.
           EXIT.

       ASSIGN-DOC-ID-PARA.
           MOVE EMPDOCREC TO W-SAVEDOC.
           MOVE "DO" TO W-IDTYPE.
           MOVE "N" TO W-IDOK.
           PERFORM UNTIL W-IDOK = "Y"
               CALL "NEXTID" USING W-IDTYPE W-NEWID
               MOVE W-NEWID TO DCID
               IF W-DUPCHK = 30 OR W-DUPCHK = 35
                   MOVE "Y" TO W-IDOK
               ELSE
                   READ EMPDOCFILE
                       INVALID KEY MOVE "Y" TO W-IDOK
                   END-READ
               END-IF
           END-PERFORM
           MOVE W-SAVEDOC TO EMPDOCREC.
           MOVE W-NEWID TO DCID.

      * ANY CHANGE TO A DOCUMENT'S PARTICULARS PUTS IT BACK TO
      * PENDING - IT MUST BE SEEN AGAIN BEFORE IT COUNTS AS VERIFIED.
       CHANGE-DOC-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O EMPDOCFILE.
           IF FSDC NOT = "00"
               DISPLAY "NO DOCUMENT REGISTER ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER DOCUMENT CODE :" AT 0101.
           ACCEPT DCID AT 0140.
           READ EMPDOCFILE INVALID KEY
               DISPLAY "NO SUCH DOCUMENT" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE EMPDOCFILE
               GO TO MAIN-PARA
           END-READ.
           DISPLAY " EMPLOYEE :" DCEMPID "  NOW " DCTYPE " "
               DCNUMBER " EXPIRES " DCEXPDT AT 0201.
           PERFORM ENTER-DETAILS-PARA THRU ENTER-DETAILS-EXIT.
           IF W-DATEOK NOT = "Y"
               CLOSE EMPDOCFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "P" TO DCVSTAT.
           MOVE SPACES TO DCVERBY.
           MOVE SPACES TO DCVERDT.
           MOVE W-AUDITUSER TO DCUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DCDATE.
           REWRITE EMPDOCREC.
           MOVE "EMPDOCFILE" TO AL-FILE.
           MOVE DCID TO AL-KEY.
           MOVE "UPDATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE EMPDOCFILE.
           DISPLAY "DOCUMENT CHANGED - AWAITING VERIFICATION" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * THE USER WHO LAST ENTERED A DOCUMENT MAY NOT ALSO VERIFY IT.
       VERIFY-DOC-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O EMPDOCFILE.
           IF FSDC NOT = "00"
               DISPLAY "NO DOCUMENT REGISTER ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER DOCUMENT CODE :" AT 0101.
           ACCEPT DCID AT 0140.
           READ EMPDOCFILE INVALID KEY
               DISPLAY "NO SUCH DOCUMENT" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE EMPDOCFILE
               GO TO MAIN-PARA
           END-READ.
           DISPLAY " EMPLOYEE  :" DCEMPID AT 0201.
           DISPLAY " DOCUMENT  :" DCTYPE " " DCNUMBER AT 0301.
           DISPLAY " AUTHORITY :" DCAUTH AT 0401.
           DISPLAY " ISSUED    :" DCISSDT "  EXPIRES :" DCEXPDT
               AT 0501.
           DISPLAY " STATUS    :" DCVSTAT "  ENTERED BY :" DCUSER
               AT 0601.
           IF DCUSER = W-AUDITUSER
               DISPLAY "YOU ENTERED THIS DOCUMENT - ANOTHER USER MUST "
                   "VERIFY IT" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE EMPDOCFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "V = VERIFIED, R = REJECTED, ENTER = NO CHANGE :"
               AT 0801.
           ACCEPT W-ANS AT 0850.
           IF W-ANS = "v"
               MOVE "V" TO W-ANS
           END-IF
           IF W-ANS = "r"
               MOVE "R" TO W-ANS
           END-IF
           IF W-ANS NOT = "V" AND W-ANS NOT = "R"
               CLOSE EMPDOCFILE
               GO TO MAIN-PARA
           END-IF
           MOVE W-ANS TO DCVSTAT.
           MOVE W-AUDITUSER TO DCVERBY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DCVERDT.
           REWRITE EMPDOCREC.
           MOVE "EMPDOCFILE" TO AL-FILE.
           MOVE DCID TO AL-KEY.
           IF W-ANS = "V"
               MOVE "VERIFY" TO AL-ACTION
           ELSE
               MOVE "REJECT" TO AL-ACTION
           END-IF
           PERFORM WRITE-AUDIT-PARA.
           CLOSE EMPDOCFILE.
           DISPLAY "DOCUMENT STATUS RECORDED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       LIST-DOC-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT EMPDOCFILE.
           IF FSDC NOT = "00"
               DISPLAY "NO DOCUMENT REGISTER ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE CODE :" AT 0101.
           ACCEPT W-EMPID AT 0135.
           COPY CLEAR-SCREEN.
           DISPLAY " CODE   TY NUMBER               ISSUED     "
               " EXPIRES    M S VERIFIED BY" AT 0101.
           MOVE 0 TO W-IDX.
           MOVE W-EMPID TO DCEMPID.
           START EMPDOCFILE KEY IS EQUAL TO DCEMPID
               INVALID KEY MOVE "10" TO FSDC
           END-START.
           PERFORM UNTIL FSDC = "10"
               READ EMPDOCFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSDC = "00" OR FSDC = "02"
                   IF DCEMPID NOT = W-EMPID
                       EXIT PERFORM
                   END-IF
                   IF W-IDX < 18
                       ADD 1 TO W-IDX
                       DISPLAY " " DCID " " DCTYPE " " DCNUMBER " "
                           DCISSDT " " DCEXPDT " " DCMAND " " DCVSTAT
                           " " DCVERBY
                           AT LINE (W-IDX + 2) COLUMN 1
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMPDOCFILE.
           IF W-IDX = 0
               DISPLAY " NO DOCUMENTS FOR THAT EMPLOYEE" AT 0301
           END-IF
           DISPLAY "M = MANDATORY WORK AUTHORISATION, S = P PENDING, "
               "V VERIFIED, R REJECTED" AT 2101.
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM DOCMNT.
