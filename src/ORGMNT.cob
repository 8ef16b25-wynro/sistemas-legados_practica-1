       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGMNT.

      * FUTURE-DATED ORGANISATIONAL CHANGES. A TRANSFER, DEPARTMENT
      * MOVE, DESIGNATION OR GRADE CHANGE OR CHANGE OF EMPLOYMENT TYPE
      * CAN BE KEYED AHEAD OF THE DAY IT TAKES EFFECT. IT IS HELD ON
      * files/ORGCHG.DAT AND THE DAILY ORGAPPLY RUN POSTS IT TO THE
      * EMPLOYEE MASTER ON ITS EFFECTIVE DATE. A BLANK NEW VALUE MEANS
      * THAT ITEM DOES NOT CHANGE.
      * STATUS P = PENDING, A = APPLIED, F = COULD NOT BE APPLIED,
      * C = CANCELLED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORGCHGFILE
               ASSIGN TO "files/ORGCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCID
               ALTERNATE RECORD KEY IS OCEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS OCEFFKEY WITH DUPLICATES
               FILE STATUS IS FSOC.

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

           SELECT DESIGNATIONFILE
               ASSIGN TO "files/DESIG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DESID
               FILE STATUS IS FSDES.

           SELECT DEPARTMENTFILE
               ASSIGN TO "files/DEPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPCODE
               FILE STATUS IS FSDEP.

           SELECT GRADEFILE
               ASSIGN TO "files/GRADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GGRADE
               FILE STATUS IS FSG.

           SELECT ESTABFILE
               ASSIGN TO "files/ESTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESKEY
               FILE STATUS IS FSES.

       DATA DIVISION.
       FILE SECTION.

       FD ORGCHGFILE.
       01 ORGCHGREC.
           02 OCID      PIC X(6).
           02 OCEMPID   PIC X(6).
           02 OCEFFKEY  PIC X(8).
           02 OCEFFDT   PIC X(10).
           02 OCBRID    PIC X(6).
           02 OCDEPT    PIC X(6).
           02 OCDESID   PIC X(6).
           02 OCGRD     PIC X(2).
           02 OCTYPE    PIC X.
           02 OCCONTEND PIC X(10).
           02 OCSTAT    PIC X.
           02 OCUSER    PIC X(10).
           02 OCDATE    PIC X(8).
           02 OCAPDT    PIC X(8).
           02 OCNOTE    PIC X(30).

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

       FD DESIGNATIONFILE.
       01 DESIGNATIONREC.
           02 DESID    PIC X(6).
           02 DESIGN   PIC X(15).
           02 DESHRT   PIC X(4).

       FD DEPARTMENTFILE.
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD GRADEFILE.
       01 GRADEREC.
           02 GGRADE      PIC 99.
           02 GDESIGN     PIC X(25).
           02 GMINBASIC   PIC 9(6)V99.
           02 GMAXBASIC   PIC 9(6)V99.
           02 GOTRATE     PIC 9(3)V99.

       FD ESTABFILE.
       01 ESTABREC.
           02 ESKEY.
               03 ESBRID  PIC X(6).
               03 ESDESID PIC X(6).
           02 ESSANCT PIC 9(4).

       WORKING-STORAGE SECTION.
       77 FSOC       PIC XX.
       77 FSE        PIC XX.
       77 FSB        PIC XX.
       77 FSDES      PIC XX.
       77 FSDEP      PIC XX.
       77 FSG        PIC XX.
       77 FSES       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-DUPCHK   PIC XX.
       77 W-IDTYPE   PIC X(2).
       77 W-NEWID    PIC X(6).
       77 W-IDOK     PIC X.
       77 W-OK       PIC X.
       77 W-MSG      PIC X(50).
       77 W-EMPID    PIC X(6).
       77 W-OCID     PIC X(6).
       77 W-NEWBR    PIC X(6).
       77 W-NEWDEP   PIC X(6).
       77 W-NEWDES   PIC X(6).
       77 W-NEWGRD   PIC X(2).
       77 W-NEWTYPE  PIC X.
       77 W-NEWCEND  PIC X(10).
       77 W-EFFDT    PIC X(10).
       77 W-EFFKEY   PIC X(8).
       77 W-TODAY    PIC X(8).
       77 W-ESBRN    PIC X(6).
       77 W-ESDES    PIC X(6).
       77 W-ESSANCT  PIC 9(4).
       77 W-ESCOUNT  PIC 9(4).
       77 W-LINE     PIC 99.
       77 W-DATECK   PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-DATEOK   PIC X.
       77 W-STATDESC PIC X(9).

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
           DISPLAY "****** FUTURE-DATED ORGANISATIONAL CHANGES ******"
               AT 0310.
           DISPLAY "1. RECORD A FUTURE-DATED CHANGE" AT 0520.
           DISPLAY "2. CANCEL A PENDING CHANGE" AT 0620.
           DISPLAY "3. LIST CHANGES FOR AN EMPLOYEE" AT 0720.
           DISPLAY "4. EXIT" AT 0820.
           DISPLAY "CHANGES ARE POSTED TO THE EMPLOYEE FILE BY THE "
               "DAILY ORGAPPLY RUN" AT 1020.
           DISPLAY "ON THEIR EFFECTIVE DATE" AT 1120.
           DISPLAY "ENTER YOUR CHOICE :" AT 1320.
           ACCEPT CHOICE AT 1340.
           IF CHOICE = '1'
               GO TO RECORD-CHG-PARA
           ELSE
           IF CHOICE = '2'
               GO TO CANCEL-CHG-PARA
           ELSE
           IF CHOICE = '3'
               GO TO LIST-CHG-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       RECORD-CHG-PARA.
           COPY CLEAR-SCREEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT W-EMPID AT 0135.
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               MOVE "UNABLE TO OPEN EMPLOYEE FILE" TO W-MSG
               GO TO RECORD-FAIL-PARA
           END-IF
           MOVE W-EMPID TO EEMPID.
           READ EMPFILE
               INVALID KEY
                   CLOSE EMPFILE
                   MOVE "NO SUCH EMPLOYEE" TO W-MSG
                   GO TO RECORD-FAIL-PARA
           END-READ.
           CLOSE EMPFILE.
           IF ESTATUS = "S"
               MOVE "EMPLOYEE HAS SEPARATED" TO W-MSG
               GO TO RECORD-FAIL-PARA
           END-IF
           DISPLAY " NAME :" EEMPNAME AT 0201.
           DISPLAY "                  CURRENT  NEW (BLANK = NO CHANGE)"
               AT 0401.
           DISPLAY " BRANCH          :" EBRNID AT 0501.
           DISPLAY " DEPARTMENT      :" EDEPCODE AT 0601.
           DISPLAY " DESIGNATION     :" EDESID AT 0701.
           DISPLAY " GRADE           :" EGRDNO AT 0801.
           DISPLAY " EMPLOYMENT TYPE :" EEMPTYPE AT 0901.
           MOVE SPACES TO W-NEWBR W-NEWDEP W-NEWDES W-NEWGRD.
           MOVE SPACE TO W-NEWTYPE.
           MOVE SPACES TO W-NEWCEND.
           ACCEPT W-NEWBR AT 0528.
           ACCEPT W-NEWDEP AT 0628.
           ACCEPT W-NEWDES AT 0728.
           ACCEPT W-NEWGRD AT 0828.
           ACCEPT W-NEWTYPE AT 0928.
           IF W-NEWBR = EBRNID
               MOVE SPACES TO W-NEWBR
           END-IF
           IF W-NEWDEP = EDEPCODE
               MOVE SPACES TO W-NEWDEP
           END-IF
           IF W-NEWDES = EDESID
               MOVE SPACES TO W-NEWDES
           END-IF
           IF W-NEWGRD NOT = SPACES AND W-NEWGRD = EGRDNO
               MOVE SPACES TO W-NEWGRD
           END-IF
           IF W-NEWTYPE = EEMPTYPE
               MOVE SPACE TO W-NEWTYPE
           END-IF
           IF W-NEWBR = SPACES AND W-NEWDEP = SPACES
               AND W-NEWDES = SPACES AND W-NEWGRD = SPACES
               AND W-NEWTYPE = SPACE
               MOVE "NOTHING TO CHANGE" TO W-MSG
               GO TO RECORD-FAIL-PARA
           END-IF
           PERFORM CHECK-VALUES-PARA THRU CHECK-VALUES-EXIT.
           IF W-OK = "N"
               GO TO RECORD-FAIL-PARA
           END-IF
           IF W-NEWTYPE = "C"
               DISPLAY " CONTRACT END DATE :" AT 1001
               ACCEPT W-NEWCEND AT 1028
               MOVE W-NEWCEND TO W-DATECK
               PERFORM VALIDATE-DATE-PARA
               IF W-DATEOK NOT = "Y"
                   MOVE "INVALID CONTRACT END DATE" TO W-MSG
                   GO TO RECORD-FAIL-PARA
               END-IF
           END-IF
           DISPLAY " EFFECTIVE DATE (DD/MM/YYYY) :" AT 1201.
           ACCEPT W-EFFDT AT 1232.
           MOVE W-EFFDT TO W-DATECK.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               MOVE "INVALID EFFECTIVE DATE" TO W-MSG
               GO TO RECORD-FAIL-PARA
           END-IF
           MOVE W-DATENUM TO W-EFFKEY.
      * A CHANGE EFFECTIVE TODAY OR EARLIER IS KEYED ON THE EMPLOYEE
      * FILE IN THE NORMAL WAY.
           IF W-EFFKEY NOT > W-TODAY
               MOVE "EFFECTIVE DATE MUST BE AFTER TODAY" TO W-MSG
               GO TO RECORD-FAIL-PARA
           END-IF
           IF W-NEWBR NOT = SPACES OR W-NEWDES NOT = SPACES
               PERFORM WARN-ESTAB-PARA THRU WARN-ESTAB-EXIT
           END-IF
           OPEN I-O ORGCHGFILE.
           MOVE FSOC TO W-DUPCHK.
           IF FSOC = 30 OR FSOC = 35
               OPEN OUTPUT ORGCHGFILE
           END-IF
           IF W-DUPCHK NOT = 30 AND W-DUPCHK NOT = 35
               PERFORM CHECK-SAME-DAY-PARA
               IF W-OK = "N"
                   CLOSE ORGCHGFILE
                   MOVE "A CHANGE IS ALREADY PENDING FOR THAT DATE"
                       TO W-MSG
                   GO TO RECORD-FAIL-PARA
               END-IF
           END-IF
           MOVE "OC" TO W-IDTYPE.
           MOVE "N" TO W-IDOK.
           PERFORM UNTIL W-IDOK = "Y"
               CALL "NEXTID" USING W-IDTYPE W-NEWID
               MOVE W-NEWID TO OCID
               IF W-DUPCHK = 30 OR W-DUPCHK = 35
                   MOVE "Y" TO W-IDOK
               ELSE
                   READ ORGCHGFILE
                       INVALID KEY MOVE "Y" TO W-IDOK
                   END-READ
               END-IF
           END-PERFORM
           MOVE W-NEWID TO OCID.
           MOVE W-EMPID TO OCEMPID.
           MOVE W-EFFKEY TO OCEFFKEY.
           MOVE W-EFFDT TO OCEFFDT.
           MOVE W-NEWBR TO OCBRID.
           MOVE W-NEWDEP TO OCDEPT.
           MOVE W-NEWDES TO OCDESID.
           MOVE W-NEWGRD TO OCGRD.
           MOVE W-NEWTYPE TO OCTYPE.
           MOVE W-NEWCEND TO OCCONTEND.
           MOVE "P" TO OCSTAT.
           MOVE W-AUDITUSER TO OCUSER.
           MOVE W-TODAY TO OCDATE.
           MOVE SPACES TO OCAPDT.
           MOVE SPACES TO OCNOTE.
           WRITE ORGCHGREC.
           CLOSE ORGCHGFILE.
           MOVE "ORGCHGFILE" TO AL-FILE.
           MOVE OCID TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "CHANGE " OCID " RECORDED - EFFECTIVE " W-EFFDT
               AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       RECORD-FAIL-PARA.
           DISPLAY W-MSG " - ENTRY CANCELLED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       CHECK-VALUES-PARA.
           MOVE "Y" TO W-OK.
           IF W-NEWBR NOT = SPACES
               OPEN INPUT BRANCHFILE
               MOVE W-NEWBR TO BBRID
               READ BRANCHFILE
                   INVALID KEY
                       MOVE "N" TO W-OK
                       MOVE "INVALID BRANCH CODE" TO W-MSG
                   NOT INVALID KEY
                       IF BSTATUS = "C"
                           MOVE "N" TO W-OK
                           MOVE "BRANCH IS CLOSED" TO W-MSG
                       END-IF
               END-READ
               CLOSE BRANCHFILE
               IF W-OK = "N"
                   GO TO CHECK-VALUES-EXIT
               END-IF
           END-IF
           IF W-NEWDEP NOT = SPACES
               OPEN INPUT DEPARTMENTFILE
               MOVE W-NEWDEP TO DEPCODE
               READ DEPARTMENTFILE
                   INVALID KEY
                       MOVE "N" TO W-OK
                       MOVE "INVALID DEPARTMENT CODE" TO W-MSG
               END-READ
               CLOSE DEPARTMENTFILE
               IF W-OK = "N"
                   GO TO CHECK-VALUES-EXIT
               END-IF
           END-IF
           IF W-NEWDES NOT = SPACES
               OPEN INPUT DESIGNATIONFILE
               MOVE W-NEWDES TO DESID
               READ DESIGNATIONFILE
                   INVALID KEY
                       MOVE "N" TO W-OK
                       MOVE "INVALID DESIGNATION CODE" TO W-MSG
               END-READ
               CLOSE DESIGNATIONFILE
               IF W-OK = "N"
                   GO TO CHECK-VALUES-EXIT
               END-IF
           END-IF
           IF W-NEWGRD NOT = SPACES
               IF W-NEWGRD NOT NUMERIC
                   MOVE "N" TO W-OK
                   MOVE "INVALID GRADE NUMBER" TO W-MSG
                   GO TO CHECK-VALUES-EXIT
               END-IF
               OPEN INPUT GRADEFILE
               MOVE W-NEWGRD TO GGRADE
               READ GRADEFILE
                   INVALID KEY
                       MOVE "N" TO W-OK
                       MOVE "INVALID GRADE NUMBER" TO W-MSG
               END-READ
               CLOSE GRADEFILE
               IF W-OK = "N"
                   GO TO CHECK-VALUES-EXIT
               END-IF
           END-IF
           IF W-NEWTYPE NOT = SPACE AND W-NEWTYPE NOT = "P"
               AND W-NEWTYPE NOT = "C" AND W-NEWTYPE NOT = "T"
               MOVE "N" TO W-OK
               MOVE "INVALID EMPLOYMENT TYPE" TO W-MSG
           END-IF.
       CHECK-VALUES-EXIT.
           EXIT.

      * WARNS ONLY - THE STRENGTH THAT COUNTS IS THE ONE ON THE DAY
      * THE CHANGE IS APPLIED, WHICH ORGAPPLY CHECKS AGAIN.
       WARN-ESTAB-PARA.
           MOVE EBRNID TO W-ESBRN.
           MOVE EDESID TO W-ESDES.
           IF W-NEWBR NOT = SPACES
               MOVE W-NEWBR TO W-ESBRN
           END-IF
           IF W-NEWDES NOT = SPACES
               MOVE W-NEWDES TO W-ESDES
           END-IF
           OPEN INPUT ESTABFILE.
           IF FSES NOT = "00"
               GO TO WARN-ESTAB-EXIT
           END-IF
           MOVE W-ESBRN TO ESBRID.
           MOVE W-ESDES TO ESDESID.
           READ ESTABFILE
               INVALID KEY
                   CLOSE ESTABFILE
                   GO TO WARN-ESTAB-EXIT
           END-READ.
           MOVE ESSANCT TO W-ESSANCT.
           CLOSE ESTABFILE.
           MOVE 0 TO W-ESCOUNT.
           OPEN INPUT EMPFILE.
           PERFORM UNTIL FSE NOT = "00"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF ESTATUS NOT = "S" AND EBRNID = W-ESBRN
                   AND EDESID = W-ESDES
                   ADD 1 TO W-ESCOUNT
               END-IF
           END-PERFORM
           CLOSE EMPFILE.
           IF W-ESCOUNT >= W-ESSANCT
               DISPLAY " WARNING - TARGET POST IS AT SANCTIONED "
                   "STRENGTH (" W-ESCOUNT " OF " W-ESSANCT ")" AT 1401
               DISPLAY " THE CHANGE WILL NOT APPLY UNLESS A POST IS "
                   "FREE ON THE DAY" AT 1501
           END-IF.
       WARN-ESTAB-EXIT.
           EXIT.

       CHECK-SAME-DAY-PARA.
           MOVE "Y" TO W-OK.
           MOVE W-EMPID TO OCEMPID.
           START ORGCHGFILE KEY IS EQUAL TO OCEMPID
               INVALID KEY
                   MOVE "10" TO FSOC
           END-START.
           PERFORM UNTIL FSOC = "10"
               READ ORGCHGFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF OCEMPID NOT = W-EMPID
                   EXIT PERFORM
               END-IF
               IF OCSTAT = "P" AND OCEFFKEY = W-EFFKEY
                   MOVE "N" TO W-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "00" TO FSOC.

       CANCEL-CHG-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O ORGCHGFILE.
           IF FSOC NOT = "00"
               DISPLAY "NO ORGANISATIONAL CHANGES ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER CHANGE CODE :" AT 0101.
           ACCEPT W-OCID AT 0135.
           MOVE W-OCID TO OCID.
           READ ORGCHGFILE
               INVALID KEY
                   CLOSE ORGCHGFILE
                   DISPLAY "NO SUCH CHANGE" AT 2201
                   ACCEPT STUFF AT 2301
                   GO TO MAIN-PARA
           END-READ.
           IF OCSTAT NOT = "P"
               CLOSE ORGCHGFILE
               DISPLAY "CHANGE IS NO LONGER PENDING - NOT CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY " EMPLOYEE       :" OCEMPID AT 0301.
           DISPLAY " EFFECTIVE DATE :" OCEFFDT AT 0401.
           DISPLAY " NEW BRANCH     :" OCBRID AT 0501.
           DISPLAY " NEW DEPARTMENT :" OCDEPT AT 0601.
           DISPLAY " NEW DESIGNATION:" OCDESID AT 0701.
           DISPLAY " NEW GRADE      :" OCGRD AT 0801.
           DISPLAY " NEW EMP TYPE   :" OCTYPE AT 0901.
           DISPLAY "CANCEL THIS CHANGE (Y/N) :" AT 1101.
           ACCEPT CHOICE AT 1128.
           IF CHOICE NOT = "Y" AND CHOICE NOT = "y"
               CLOSE ORGCHGFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "C" TO OCSTAT.
           MOVE "CANCELLED BY" TO OCNOTE.
           MOVE W-AUDITUSER TO OCNOTE (14:10).
           REWRITE ORGCHGREC.
           CLOSE ORGCHGFILE.
           MOVE "ORGCHGFILE" TO AL-FILE.
           MOVE W-OCID TO AL-KEY.
           MOVE "CANCEL" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "CHANGE CANCELLED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       LIST-CHG-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT ORGCHGFILE.
           IF FSOC NOT = "00"
               DISPLAY "NO ORGANISATIONAL CHANGES ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT W-EMPID AT 0135.
           COPY CLEAR-SCREEN.
           DISPLAY " CODE   EFFECTIVE  BRANCH DEPT   DESIG  GR T STATUS"
               "    NOTE" AT 0101.
           MOVE 2 TO W-LINE.
           MOVE W-EMPID TO OCEMPID.
           START ORGCHGFILE KEY IS EQUAL TO OCEMPID
               INVALID KEY
                   MOVE "10" TO FSOC
           END-START.
           PERFORM UNTIL FSOC = "10" OR W-LINE > 19
               READ ORGCHGFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF OCEMPID NOT = W-EMPID
                   EXIT PERFORM
               END-IF
               EVALUATE OCSTAT
                   WHEN "P" MOVE "PENDING" TO W-STATDESC
                   WHEN "A" MOVE "APPLIED" TO W-STATDESC
                   WHEN "F" MOVE "FAILED" TO W-STATDESC
                   WHEN OTHER MOVE "CANCELLED" TO W-STATDESC
               END-EVALUATE
               DISPLAY " " OCID " " OCEFFDT " " OCBRID " " OCDEPT " "
                   OCDESID " " OCGRD " " OCTYPE " " W-STATDESC " "
                   OCNOTE (1:14) AT LINE W-LINE COLUMN 1
               ADD 1 TO W-LINE
           END-PERFORM
           CLOSE ORGCHGFILE.
           IF W-LINE = 2
               DISPLAY " NO CHANGES FOR THIS EMPLOYEE" AT 0201
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO W-DATEOK.
           IF W-DATECK = SPACES
               MOVE "N" TO W-DATEOK
           ELSE
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
               END-IF
           END-IF.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM ORGMNT.
