       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRMNT.

      * COMPANY HOUSING. THE QUARTERS MASTER HOLDS EACH STAFF QUARTER
      * BY BRANCH AND QUARTER NUMBER WITH ITS TYPE, THE RANGE OF
      * GRADES ELIGIBLE FOR IT AND THE MONTHLY LICENCE FEE. THE
      * ALLOTMENT FILE RECORDS WHO OCCUPIED WHICH QUARTER FROM WHEN
      * TO WHEN; AN ALLOTMENT WITH NO VACATION DATE IS STILL OCCUPIED.
      * STAFF WAITING FOR A QUARTER ARE HELD ON THE WAITING LIST BY
      * BRANCH. THE PAYROLL RUN STOPS HRA AND RECOVERS THE LICENCE FEE
      * FOR THE DAYS A QUARTER IS OCCUPIED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUARTERFILE
               ASSIGN TO "files/QUARTERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTKEY
               FILE STATUS IS FSQT.

           SELECT QTRALLOTFILE
               ASSIGN TO "files/QTRALLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAID
               ALTERNATE RECORD KEY IS QAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS QAQKEY WITH DUPLICATES
               FILE STATUS IS FSQA.

           SELECT QTRWAITFILE
               ASSIGN TO "files/QTRWAIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QWKEY
               FILE STATUS IS FSQW.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT BRANCHFILE
               ASSIGN TO "files/BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBRID
               FILE STATUS IS FSB.

       DATA DIVISION.
       FILE SECTION.

       FD QUARTERFILE.
       01 QUARTERREC.
           02 QTKEY.
               03 QTBRID   PIC X(6).
               03 QTNO     PIC X(6).
           02 QTTYPE    PIC X(6).
           02 QTGRDLO   PIC 99.
           02 QTGRDHI   PIC 99.
           02 QTFEE     PIC 9(5)V99.
           02 QTSTAT    PIC X.
           02 QTOCCEMP  PIC X(6).
           02 QTUSER    PIC X(10).
           02 QTDATE    PIC X(8).

       FD QTRALLOTFILE.
       01 QTRALLOTREC.
           02 QAID      PIC X(6).
           02 QAEMPID   PIC X(6).
           02 QAQKEY.
               03 QAQBRID  PIC X(6).
               03 QAQNO    PIC X(6).
           02 QAOCCDT   PIC X(10).
           02 QAVACDT   PIC X(10).
           02 QASTAT    PIC X.
           02 QAUSER    PIC X(10).
           02 QADATE    PIC X(8).

       FD QTRWAITFILE.
       01 QTRWAITREC.
           02 QWKEY.
               03 QWBRID   PIC X(6).
               03 QWEMPID  PIC X(6).
           02 QWGRD     PIC 99.
           02 QWTYPE    PIC X(6).
           02 QWREQDT   PIC X(10).
           02 QWSTAT    PIC X.
           02 QWUSER    PIC X(10).
           02 QWDATE    PIC X(8).

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

       FD BRANCHFILE.
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

       WORKING-STORAGE SECTION.
       77 FSQT       PIC XX.
       77 FSQA       PIC XX.
       77 FSQW       PIC XX.
       77 FSE        PIC XX.
       77 FSB        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-CONFIRM  PIC X.
       77 W-DUPCHK   PIC XX.
       77 W-IDTYPE   PIC X(2).
       77 W-NEWID    PIC X(6).
       77 W-IDOK     PIC X.
       77 W-IDX      PIC 99.
       77 W-FOUND    PIC X.
       77 W-BRID     PIC X(6).
       77 W-QTNO     PIC X(6).
       77 W-EMPID    PIC X(6).
       77 W-OCCDT    PIC X(10).
       77 W-OCCINT   PIC S9(9).
       77 W-DATECK   PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-DATEOK   PIC X.
       77 W-TODAY    PIC X(8).
       77 W-AMTED    PIC ZZ,ZZ9.99.

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
           DISPLAY "****** COMPANY HOUSING ******" AT 0310.
           DISPLAY "1. ADD OR CHANGE A QUARTER" AT 0520.
           DISPLAY "2. ALLOT A QUARTER" AT 0620.
           DISPLAY "3. RECORD A QUARTER VACATED" AT 0720.
           DISPLAY "4. ADD TO WAITING LIST" AT 0820.
           DISPLAY "5. REMOVE FROM WAITING LIST" AT 0920.
           DISPLAY "6. LIST QUARTERS FOR A BRANCH" AT 1020.
           DISPLAY "7. EXIT" AT 1120.
           DISPLAY "HRA STOPS AND THE LICENCE FEE IS RECOVERED BY THE "
               "PAYROLL RUN FOR DAYS OCCUPIED" AT 1320.
           DISPLAY "ENTER YOUR CHOICE :" AT 1520.
           ACCEPT CHOICE AT 1540.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           IF CHOICE = '1'
               GO TO SET-QUARTER-PARA
           ELSE
           IF CHOICE = '2'
               GO TO ALLOT-PARA
           ELSE
           IF CHOICE = '3'
               GO TO VACATE-PARA
           ELSE
           IF CHOICE = '4'
               GO TO ADD-WAIT-PARA
           ELSE
           IF CHOICE = '5'
               GO TO REMOVE-WAIT-PARA
           ELSE
           IF CHOICE = '6'
               GO TO LIST-QUARTER-PARA
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

       VALIDATE-BRANCH-PARA.
           MOVE "N" TO W-FOUND.
           OPEN INPUT BRANCHFILE.
           MOVE W-BRID TO BBRID.
           READ BRANCHFILE KEY IS BBRID
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   IF BSTATUS NOT = "C"
                       MOVE "Y" TO W-FOUND
                   END-IF
           END-READ.
           CLOSE BRANCHFILE.

      * W-FOUND COMES BACK Y WHEN THE EMPLOYEE ALREADY HOLDS A
      * QUARTER, WITH THAT ALLOTMENT IN THE RECORD AREA.
       FIND-OPEN-ALLOT-PARA.
           MOVE "N" TO W-FOUND.
           MOVE W-EMPID TO QAEMPID.
           START QTRALLOTFILE KEY IS EQUAL TO QAEMPID
               INVALID KEY
                   MOVE "10" TO FSQA
           END-START.
           PERFORM UNTIL FSQA NOT = "00" OR W-FOUND = "Y"
               READ QTRALLOTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSQA = "00" OR FSQA = "02"
                   IF QAEMPID NOT = W-EMPID
                       EXIT PERFORM
                   END-IF
                   IF QASTAT = "O"
                       MOVE "Y" TO W-FOUND
                   END-IF
                   MOVE "00" TO FSQA
               END-IF
           END-PERFORM
           MOVE "00" TO FSQA.

       SET-QUARTER-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O QUARTERFILE.
           IF FSQT = 30 OR FSQT = 35
               OPEN OUTPUT QUARTERFILE
               CLOSE QUARTERFILE
               OPEN I-O QUARTERFILE
           END-IF
           DISPLAY "ENTER BRANCH CODE :" AT 0101.
           ACCEPT W-BRID AT 0135.
           PERFORM VALIDATE-BRANCH-PARA.
           IF W-FOUND NOT = "Y"
               DISPLAY "INVALID OR CLOSED BRANCH - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER QUARTER NUMBER :" AT 0201.
           ACCEPT W-QTNO AT 0235.
           IF W-QTNO = SPACES
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-IF
           MOVE W-BRID TO QTBRID.
           MOVE W-QTNO TO QTNO.
           MOVE "Y" TO W-FOUND.
           READ QUARTERFILE
               INVALID KEY
                   MOVE "N" TO W-FOUND
                   MOVE SPACES TO QTTYPE QTOCCEMP
                   MOVE 0 TO QTGRDLO QTGRDHI QTFEE
                   MOVE "V" TO QTSTAT
           END-READ.
           IF W-FOUND = "Y"
               MOVE QTFEE TO W-AMTED
               DISPLAY " TYPE " QTTYPE "  GRADES " QTGRDLO "-" QTGRDHI
                   "  FEE " W-AMTED "  STATUS " QTSTAT AT 0301
           END-IF
           DISPLAY "ENTER QUARTER TYPE :" AT 0501.
           ACCEPT QTTYPE AT 0545.
           DISPLAY "ENTER LOWEST ELIGIBLE GRADE :" AT 0601.
           ACCEPT QTGRDLO AT 0645.
           DISPLAY "ENTER HIGHEST ELIGIBLE GRADE :" AT 0701.
           ACCEPT QTGRDHI AT 0745.
           IF QTGRDHI < QTGRDLO
               DISPLAY "GRADE RANGE IS THE WRONG WAY ROUND - ENTRY "
                   "CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER MONTHLY LICENCE FEE :" AT 0801.
           ACCEPT QTFEE AT 0845.
      * AN OCCUPIED QUARTER STAYS OCCUPIED UNTIL IT IS VACATED.
           IF QTSTAT NOT = "O"
               DISPLAY "AVAILABLE OR UNDER MAINTENANCE (V/M) :" AT 0901
               ACCEPT QTSTAT AT 0945
               IF QTSTAT NOT = "M"
                   MOVE "V" TO QTSTAT
               END-IF
           END-IF
           MOVE W-AUDITUSER TO QTUSER.
           MOVE W-TODAY TO QTDATE.
           IF W-FOUND = "Y"
               REWRITE QUARTERREC
               MOVE "UPDATE" TO AL-ACTION
           ELSE
               WRITE QUARTERREC
               MOVE "CREATE" TO AL-ACTION
           END-IF
           MOVE "QUARTERFILE" TO AL-FILE.
           MOVE QTNO TO AL-KEY.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE QUARTERFILE.
           DISPLAY "QUARTER STORED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       ALLOT-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O QUARTERFILE.
           IF FSQT NOT = "00"
               DISPLAY "NO QUARTERS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER BRANCH CODE :" AT 0101.
           ACCEPT QTBRID AT 0135.
           DISPLAY "ENTER QUARTER NUMBER :" AT 0201.
           ACCEPT QTNO AT 0235.
           READ QUARTERFILE INVALID KEY
               DISPLAY "NO SUCH QUARTER" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-READ.
           IF QTSTAT NOT = "V"
               DISPLAY "QUARTER IS NOT AVAILABLE - STATUS " QTSTAT
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE CODE :" AT 0301.
           ACCEPT W-EMPID AT 0335.
           OPEN INPUT EMPFILE.
           MOVE W-EMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   MOVE "S" TO ESTATUS
                   MOVE SPACES TO EEMPNAME
           END-READ.
           CLOSE EMPFILE.
           IF ESTATUS = "S"
               DISPLAY "NO SUCH EMPLOYEE IN SERVICE - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY " NAME :" EEMPNAME "  BRANCH " EBRNID "  GRADE "
               EGRDNO AT 0401.
           IF EBRNID NOT = QTBRID
               DISPLAY "EMPLOYEE IS NOT POSTED AT THIS BRANCH - ENTRY "
                   "REFUSED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-IF
           IF EGRDNO < QTGRDLO OR EGRDNO > QTGRDHI
               DISPLAY "GRADE " EGRDNO " IS NOT ELIGIBLE FOR THIS "
                   "QUARTER (" QTGRDLO "-" QTGRDHI ")" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-IF
           OPEN I-O QTRALLOTFILE.
           MOVE FSQA TO W-DUPCHK.
           IF FSQA = 30 OR FSQA = 35
               OPEN OUTPUT QTRALLOTFILE
               CLOSE QTRALLOTFILE
               OPEN I-O QTRALLOTFILE
           ELSE
               PERFORM FIND-OPEN-ALLOT-PARA
               IF W-FOUND = "Y"
                   DISPLAY "EMPLOYEE ALREADY OCCUPIES QUARTER " QAQBRID
                       "/" QAQNO " - VACATE IT FIRST" AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE QTRALLOTFILE
                   CLOSE QUARTERFILE
                   GO TO MAIN-PARA
               END-IF
           END-IF
           DISPLAY "ENTER OCCUPATION DATE (DD/MM/YYYY) :" AT 0501.
           ACCEPT W-OCCDT AT 0545.
           MOVE W-OCCDT TO W-DATECK.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               DISPLAY "INVALID DATE - ENTRY CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QTRALLOTFILE
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "QA" TO W-IDTYPE.
           MOVE "N" TO W-IDOK.
           PERFORM UNTIL W-IDOK = "Y"
               CALL "NEXTID" USING W-IDTYPE W-NEWID
               MOVE W-NEWID TO QAID
               IF W-DUPCHK = 30 OR W-DUPCHK = 35
                   MOVE "Y" TO W-IDOK
               ELSE
                   READ QTRALLOTFILE
                       INVALID KEY MOVE "Y" TO W-IDOK
                   END-READ
               END-IF
           END-PERFORM
           MOVE W-NEWID TO QAID.
           MOVE W-EMPID TO QAEMPID.
           MOVE QTBRID TO QAQBRID.
           MOVE QTNO TO QAQNO.
           MOVE W-OCCDT TO QAOCCDT.
           MOVE SPACES TO QAVACDT.
           MOVE "O" TO QASTAT.
           MOVE W-AUDITUSER TO QAUSER.
           MOVE W-TODAY TO QADATE.
           WRITE QTRALLOTREC.
           MOVE "QTRALLOTFILE" TO AL-FILE.
           MOVE QAID TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE QTRALLOTFILE.
           MOVE "O" TO QTSTAT.
           MOVE W-EMPID TO QTOCCEMP.
           MOVE W-AUDITUSER TO QTUSER.
           MOVE W-TODAY TO QTDATE.
           REWRITE QUARTERREC.
           MOVE "QUARTERFILE" TO AL-FILE.
           MOVE QTNO TO AL-KEY.
           MOVE "ALLOT" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE QUARTERFILE.
      * AN ALLOTMENT TAKES THE EMPLOYEE OFF THE BRANCH WAITING LIST.
           OPEN I-O QTRWAITFILE.
           IF FSQW = "00"
               MOVE QAQBRID TO QWBRID
               MOVE W-EMPID TO QWEMPID
               READ QTRWAITFILE
                   NOT INVALID KEY
                       IF QWSTAT = "W"
                           MOVE "A" TO QWSTAT
                           MOVE W-AUDITUSER TO QWUSER
                           MOVE W-TODAY TO QWDATE
                           REWRITE QTRWAITREC
                           MOVE "QTRWAITFILE" TO AL-FILE
                           MOVE QWEMPID TO AL-KEY
                           MOVE "UPDATE" TO AL-ACTION
                           PERFORM WRITE-AUDIT-PARA
                       END-IF
               END-READ
               CLOSE QTRWAITFILE
           END-IF
           DISPLAY "QUARTER ALLOTTED - ALLOTMENT " QAID AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       VACATE-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O QUARTERFILE.
           IF FSQT NOT = "00"
               DISPLAY "NO QUARTERS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER BRANCH CODE :" AT 0101.
           ACCEPT QTBRID AT 0135.
           DISPLAY "ENTER QUARTER NUMBER :" AT 0201.
           ACCEPT QTNO AT 0235.
           READ QUARTERFILE INVALID KEY
               DISPLAY "NO SUCH QUARTER" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-READ.
           IF QTSTAT NOT = "O"
               DISPLAY "QUARTER IS NOT OCCUPIED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-IF
           OPEN I-O QTRALLOTFILE.
           MOVE QTOCCEMP TO W-EMPID.
           MOVE "N" TO W-FOUND.
           IF FSQA = "00"
               PERFORM FIND-OPEN-ALLOT-PARA
           END-IF
           IF W-FOUND NOT = "Y" OR QAQKEY NOT = QTKEY
               DISPLAY "NO OPEN ALLOTMENT FOUND FOR THIS QUARTER"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QTRALLOTFILE
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY " OCCUPANT " QAEMPID "  SINCE " QAOCCDT AT 0301.
           MOVE QAOCCDT TO W-DATECK.
           PERFORM VALIDATE-DATE-PARA.
           MOVE W-DATEINT TO W-OCCINT.
           DISPLAY "ENTER VACATION DATE (DD/MM/YYYY) :" AT 0501.
           ACCEPT QAVACDT AT 0545.
           MOVE QAVACDT TO W-DATECK.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y" OR W-DATEINT < W-OCCINT
               DISPLAY "INVALID VACATION DATE - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QTRALLOTFILE
               CLOSE QUARTERFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "V" TO QASTAT.
           MOVE W-AUDITUSER TO QAUSER.
           MOVE W-TODAY TO QADATE.
           REWRITE QTRALLOTREC.
           MOVE "QTRALLOTFILE" TO AL-FILE.
           MOVE QAID TO AL-KEY.
           MOVE "UPDATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE QTRALLOTFILE.
           MOVE "V" TO QTSTAT.
           MOVE SPACES TO QTOCCEMP.
           MOVE W-AUDITUSER TO QTUSER.
           MOVE W-TODAY TO QTDATE.
           REWRITE QUARTERREC.
           MOVE "QUARTERFILE" TO AL-FILE.
           MOVE QTNO TO AL-KEY.
           MOVE "VACATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE QUARTERFILE.
           DISPLAY "QUARTER RECORDED VACATED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       ADD-WAIT-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O QTRWAITFILE.
           IF FSQW = 30 OR FSQW = 35
               OPEN OUTPUT QTRWAITFILE
               CLOSE QTRWAITFILE
               OPEN I-O QTRWAITFILE
           END-IF
           DISPLAY "ENTER EMPLOYEE CODE :" AT 0101.
           ACCEPT W-EMPID AT 0135.
           OPEN INPUT EMPFILE.
           MOVE W-EMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   MOVE "S" TO ESTATUS
                   MOVE SPACES TO EEMPNAME
           END-READ.
           CLOSE EMPFILE.
           IF ESTATUS = "S"
               DISPLAY "NO SUCH EMPLOYEE IN SERVICE - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QTRWAITFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY " NAME :" EEMPNAME "  BRANCH " EBRNID "  GRADE "
               EGRDNO AT 0201.
           OPEN INPUT QTRALLOTFILE.
           IF FSQA = "00"
               PERFORM FIND-OPEN-ALLOT-PARA
               CLOSE QTRALLOTFILE
               IF W-FOUND = "Y"
                   DISPLAY "EMPLOYEE ALREADY OCCUPIES QUARTER " QAQBRID
                       "/" QAQNO AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE QTRWAITFILE
                   GO TO MAIN-PARA
               END-IF
           END-IF
           MOVE EBRNID TO QWBRID.
           MOVE W-EMPID TO QWEMPID.
           MOVE "Y" TO W-FOUND.
           READ QTRWAITFILE
               INVALID KEY
                   MOVE "N" TO W-FOUND
           END-READ.
           IF W-FOUND = "Y" AND QWSTAT = "W"
               DISPLAY "ALREADY WAITING SINCE " QWREQDT AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QTRWAITFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER QUARTER TYPE WANTED (SPACES = ANY) :" AT 0301.
           ACCEPT QWTYPE AT 0345.
           MOVE EGRDNO TO QWGRD.
           MOVE W-TODAY (7:2) TO QWREQDT (1:2).
           MOVE "/" TO QWREQDT (3:1).
           MOVE W-TODAY (5:2) TO QWREQDT (4:2).
           MOVE "/" TO QWREQDT (6:1).
           MOVE W-TODAY (1:4) TO QWREQDT (7:4).
           MOVE "W" TO QWSTAT.
           MOVE W-AUDITUSER TO QWUSER.
           MOVE W-TODAY TO QWDATE.
           IF W-FOUND = "Y"
               REWRITE QTRWAITREC
               MOVE "UPDATE" TO AL-ACTION
           ELSE
               WRITE QTRWAITREC
               MOVE "CREATE" TO AL-ACTION
           END-IF
           MOVE "QTRWAITFILE" TO AL-FILE.
           MOVE QWEMPID TO AL-KEY.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE QTRWAITFILE.
           DISPLAY "ADDED TO THE WAITING LIST FOR BRANCH " QWBRID
               AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       REMOVE-WAIT-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O QTRWAITFILE.
           IF FSQW NOT = "00"
               DISPLAY "NO WAITING LIST ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER BRANCH CODE :" AT 0101.
           ACCEPT QWBRID AT 0135.
           DISPLAY "ENTER EMPLOYEE CODE :" AT 0201.
           ACCEPT QWEMPID AT 0235.
           READ QTRWAITFILE INVALID KEY
               DISPLAY "NOT ON THE WAITING LIST" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QTRWAITFILE
               GO TO MAIN-PARA
           END-READ.
           IF QWSTAT NOT = "W"
               DISPLAY "NOT WAITING - STATUS " QWSTAT AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QTRWAITFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "CONFIRM REMOVAL (Y/N) :" AT 0401.
           ACCEPT W-CONFIRM AT 0425.
           IF W-CONFIRM = "Y" OR W-CONFIRM = "y"
               MOVE "C" TO QWSTAT
               MOVE W-AUDITUSER TO QWUSER
               MOVE W-TODAY TO QWDATE
               REWRITE QTRWAITREC
               MOVE "QTRWAITFILE" TO AL-FILE
               MOVE QWEMPID TO AL-KEY
               MOVE "UPDATE" TO AL-ACTION
               PERFORM WRITE-AUDIT-PARA
               DISPLAY "REMOVED FROM THE WAITING LIST" AT 2201
           ELSE
               DISPLAY "REMOVAL CANCELLED" AT 2201
           END-IF
           CLOSE QTRWAITFILE.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       LIST-QUARTER-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT QUARTERFILE.
           IF FSQT NOT = "00"
               DISPLAY "NO QUARTERS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER BRANCH CODE :" AT 0101.
           ACCEPT W-BRID AT 0135.
           COPY CLEAR-SCREEN.
           DISPLAY " QUARTER TYPE    GRADES       FEE  STATUS  OCCUPANT"
               AT 0101.
           MOVE 0 TO W-IDX.
           MOVE W-BRID TO QTBRID.
           MOVE LOW-VALUES TO QTNO.
           START QUARTERFILE KEY IS NOT LESS THAN QTKEY
               INVALID KEY MOVE "10" TO FSQT
           END-START.
           PERFORM UNTIL FSQT = "10"
               READ QUARTERFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSQT = "00"
                   IF QTBRID NOT = W-BRID
                       EXIT PERFORM
                   END-IF
                   IF W-IDX < 18
                       ADD 1 TO W-IDX
                       MOVE QTFEE TO W-AMTED
                       DISPLAY " " QTNO "  " QTTYPE "  " QTGRDLO "-"
                           QTGRDHI "  " W-AMTED "    " QTSTAT "     "
                           QTOCCEMP AT LINE (W-IDX + 2) COLUMN 1
                   END-IF
               END-IF
           END-PERFORM
           CLOSE QUARTERFILE.
           IF W-IDX = 0
               DISPLAY " NO QUARTERS AT THAT BRANCH" AT 0301
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

       END PROGRAM QTRMNT.
