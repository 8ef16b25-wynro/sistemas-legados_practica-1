       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGAPPLY.

      * DAILY RUN THAT POSTS FUTURE-DATED ORGANISATIONAL CHANGES
      * (files/ORGCHG.DAT, KEYED THROUGH ORGMNT) WHOSE EFFECTIVE DATE
      * HAS COME. EACH CHANGE IS CHECKED AGAIN ON THE DAY - THE
      * EMPLOYEE MUST STILL BE IN SERVICE, THE TARGET BRANCH MUST BE
      * OPEN, THE CODES MUST STILL BE ON FILE AND THE TARGET POST MUST
      * BE WITHIN SANCTIONED STRENGTH. A CHANGE THAT FAILS IS MARKED
      * F WITH THE REASON AND IS NOT TRIED AGAIN; HR RE-KEYS IT.
      * A BRANCH CHANGE IS ALSO WRITTEN TO THE TRANSFER FILE.

       ENVIRONMENT DIVISION.
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

           SELECT TRANSFERFILE
               ASSIGN TO "files/TRANSFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTRFID
               FILE STATUS IS FST.

           SELECT APPLYRPTFILE
               ASSIGN TO "files/ORGAPPLY.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

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

       FD TRANSFERFILE.
       01 TRANSFERREC.
           02 TTRFID   PIC X(6).
           02 TEMPID   PIC X(6).
           02 TOBRID   PIC X(6).
           02 TNBRID   PIC X(6).
           02 TTRFDT   PIC X(10).

       FD APPLYRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSOC       PIC XX.
       77 FSE        PIC XX.
       77 FSB        PIC XX.
       77 FSDES      PIC XX.
       77 FSDEP      PIC XX.
       77 FSG        PIC XX.
       77 FSES       PIC XX.
       77 FST        PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-RCPROG   PIC X(8) VALUE "ORGAPPLY".
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.
       77 W-RUNDATE  PIC X(10).
       77 W-RUNNUM   PIC 9(8).
       77 W-RUNKEY   PIC X(8).
       77 W-TODAY    PIC X(8).
       77 W-DATEOK   PIC X.
       77 W-ESOPEN   PIC X.
       77 W-REASON   PIC X(30).
       77 W-TGBR     PIC X(6).
       77 W-TGDES    PIC X(6).
       77 W-OLDBR    PIC X(6).
       77 W-ESCOUNT  PIC 9(4).
       77 W-IDTYPE   PIC X(2).
       77 W-NEWID    PIC X(6).
       77 W-IDOK     PIC X.
       77 T-APPLIED  PIC 9(6) VALUE 0.
       77 T-FAILED   PIC 9(6) VALUE 0.
       77 T-TRANSFER PIC 9(6) VALUE 0.

       01 DETAIL-LINE.
           02 DL-OCID    PIC X(8).
           02 DL-EMPID   PIC X(8).
           02 DL-EFFDT   PIC X(12).
           02 DL-RESULT  PIC X(12).
           02 DL-NOTE    PIC X(30).

       01 AUDIT-LINE.
           02 AL-DATE   PIC X(10).
           02 AL-TIME   PIC X(9).
           02 AL-USER   PIC X(11).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "APPLY FUTURE-DATED ORGANISATIONAL CHANGES RUN".
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           DISPLAY "ENTER RUN DATE (DD/MM/YYYY, BLANK = TODAY) :".
           ACCEPT W-RUNDATE.
           IF W-RUNDATE = SPACES
               MOVE W-TODAY (7:2) TO W-RUNDATE (1:2)
               MOVE "/" TO W-RUNDATE (3:1)
               MOVE W-TODAY (5:2) TO W-RUNDATE (4:2)
               MOVE "/" TO W-RUNDATE (6:1)
               MOVE W-TODAY (1:4) TO W-RUNDATE (7:4)
           END-IF
           PERFORM VALIDATE-RUNDATE-PARA.
           IF W-DATEOK NOT = "Y"
               DISPLAY "INVALID RUN DATE - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE W-RUNNUM TO W-RUNKEY.

      * A DAILY RUN'S RUN-CONTROL PERIOD IS ITS RUN DAY (YYMMDD).
           MOVE SPACES TO W-RCPER.
           MOVE W-RUNKEY (3:6) TO W-RCPER.
           MOVE "S" TO W-RCFUNC.
           MOVE SPACES TO W-RCKEY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF W-RCREPLY = "N"
               DISPLAY "RUN BLOCKED BY RUN CONTROL"
               GOBACK
           END-IF.

           OPEN I-O ORGCHGFILE.
           IF FSOC = 35
               DISPLAY "NO ORGANISATIONAL CHANGES ON FILE"
               PERFORM END-RUN-PARA
               GOBACK
           END-IF
           IF FSOC NOT = "00"
               DISPLAY "UNABLE TO OPEN ORG CHANGE FILE, STATUS " FSOC
               PERFORM FAIL-RUN-PARA
               GOBACK
           END-IF
           OPEN I-O EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               CLOSE ORGCHGFILE
               PERFORM FAIL-RUN-PARA
               GOBACK
           END-IF
           OPEN INPUT BRANCHFILE.
           OPEN INPUT DEPARTMENTFILE.
           OPEN INPUT DESIGNATIONFILE.
           OPEN INPUT GRADEFILE.
           OPEN INPUT ESTABFILE.
           IF FSES = "00"
               MOVE "Y" TO W-ESOPEN
           ELSE
               MOVE "N" TO W-ESOPEN
           END-IF
           OPEN I-O TRANSFERFILE.
           IF FST = 30 OR FST = 35
               OPEN OUTPUT TRANSFERFILE
               CLOSE TRANSFERFILE
               OPEN I-O TRANSFERFILE
           END-IF
           OPEN OUTPUT APPLYRPTFILE.

           MOVE SPACES TO RPTLINE.
           STRING "ORGANISATIONAL CHANGE APPLICATION LOG - RUN DATE "
               W-RUNDATE DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE "CHANGE  EMPID   EFFECTIVE   RESULT      NOTE"
               TO RPTLINE.
           WRITE RPTLINE.

      * IN EFFECTIVE-DATE ORDER, SO THAT TWO CHANGES FOR ONE EMPLOYEE
      * THAT FALL DUE TOGETHER ARE APPLIED IN THE ORDER INTENDED.
           MOVE LOW-VALUES TO OCEFFKEY.
           START ORGCHGFILE KEY IS NOT LESS THAN OCEFFKEY
               INVALID KEY
                   MOVE "10" TO FSOC
           END-START.
           PERFORM UNTIL FSOC = "10"
               READ ORGCHGFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF OCEFFKEY > W-RUNKEY
                   EXIT PERFORM
               END-IF
               IF OCSTAT = "P"
                   PERFORM APPLY-CHANGE-PARA THRU APPLY-CHANGE-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "APPLIED " T-APPLIED "   NOT APPLIED " T-FAILED
               "   TRANSFERS WRITTEN " T-TRANSFER
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.

           CLOSE ORGCHGFILE.
           CLOSE EMPFILE.
           CLOSE BRANCHFILE.
           CLOSE DEPARTMENTFILE.
           CLOSE DESIGNATIONFILE.
           CLOSE GRADEFILE.
           IF W-ESOPEN = "Y"
               CLOSE ESTABFILE
           END-IF
           CLOSE TRANSFERFILE.
           CLOSE APPLYRPTFILE.
           PERFORM END-RUN-PARA.
           DISPLAY "ORG CHANGE RUN COMPLETE - " T-APPLIED " APPLIED, "
               T-FAILED " NOT APPLIED, LOG IN files/ORGAPPLY.LST".
           IF T-FAILED > 0
               DISPLAY "CHANGES NOT APPLIED ARE MARKED FAILED WITH THE "
                   "REASON - REVIEW AND RE-KEY THEM"
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       END-RUN-PARA.
           MOVE "E" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.

       FAIL-RUN-PARA.
           MOVE "F" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           MOVE 9999 TO RETURN-CODE.

       VALIDATE-RUNDATE-PARA.
           MOVE "N" TO W-DATEOK.
           IF W-RUNDATE(1:2) NUMERIC AND W-RUNDATE(3:1) = "/"
               AND W-RUNDATE(4:2) NUMERIC AND W-RUNDATE(6:1) = "/"
               AND W-RUNDATE(7:4) NUMERIC
               MOVE "Y" TO W-DATEOK
               MOVE W-RUNDATE(7:4) TO W-RUNNUM(1:4)
               MOVE W-RUNDATE(4:2) TO W-RUNNUM(5:2)
               MOVE W-RUNDATE(1:2) TO W-RUNNUM(7:2)
           END-IF.

       APPLY-CHANGE-PARA.
           MOVE SPACES TO W-REASON.
           MOVE OCEMPID TO EEMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON FILE" TO W-REASON
                   GO TO APPLY-FAIL-PARA
           END-READ.
           IF ESTATUS = "S"
               MOVE "EMPLOYEE HAS SEPARATED" TO W-REASON
               GO TO APPLY-FAIL-PARA
           END-IF
           MOVE EBRNID TO W-OLDBR.
           MOVE EBRNID TO W-TGBR.
           MOVE EDESID TO W-TGDES.
           IF OCBRID NOT = SPACES
               MOVE OCBRID TO W-TGBR
               MOVE OCBRID TO BBRID
               READ BRANCHFILE
                   INVALID KEY
                       MOVE "BRANCH NOT ON FILE" TO W-REASON
                       GO TO APPLY-FAIL-PARA
               END-READ
               IF BSTATUS = "C"
                   MOVE "TARGET BRANCH HAS BEEN CLOSED" TO W-REASON
                   GO TO APPLY-FAIL-PARA
               END-IF
           END-IF
           IF OCDEPT NOT = SPACES
               MOVE OCDEPT TO DEPCODE
               READ DEPARTMENTFILE
                   INVALID KEY
                       MOVE "DEPARTMENT NOT ON FILE" TO W-REASON
                       GO TO APPLY-FAIL-PARA
               END-READ
           END-IF
           IF OCDESID NOT = SPACES
               MOVE OCDESID TO W-TGDES
               MOVE OCDESID TO DESID
               READ DESIGNATIONFILE
                   INVALID KEY
                       MOVE "DESIGNATION NOT ON FILE" TO W-REASON
                       GO TO APPLY-FAIL-PARA
               END-READ
           END-IF
           IF OCGRD NOT = SPACES
               MOVE OCGRD TO GGRADE
               READ GRADEFILE
                   INVALID KEY
                       MOVE "GRADE NOT ON FILE" TO W-REASON
                       GO TO APPLY-FAIL-PARA
               END-READ
           END-IF
           IF (OCBRID NOT = SPACES OR OCDESID NOT = SPACES)
               AND W-ESOPEN = "Y"
               PERFORM CHECK-ESTAB-PARA THRU CHECK-ESTAB-EXIT
               IF W-REASON NOT = SPACES
                   GO TO APPLY-FAIL-PARA
               END-IF
           END-IF

           IF OCBRID NOT = SPACES
               MOVE OCBRID TO EBRNID
           END-IF
           IF OCDEPT NOT = SPACES
               MOVE OCDEPT TO EDEPCODE
           END-IF
           IF OCDESID NOT = SPACES
               MOVE OCDESID TO EDESID
           END-IF
           IF OCGRD NOT = SPACES
               MOVE OCGRD TO EGRDNO
           END-IF
           IF OCTYPE NOT = SPACE
               MOVE OCTYPE TO EEMPTYPE
               IF OCTYPE = "C"
                   MOVE OCCONTEND TO ECONTEND
               ELSE
                   MOVE SPACES TO ECONTEND
               END-IF
           END-IF
           REWRITE EMPREC.
           MOVE "EMPFILE" TO AL-FILE.
           MOVE EEMPID TO AL-KEY.
           MOVE "UPDATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           IF OCBRID NOT = SPACES
               PERFORM WRITE-TRANSFER-PARA
           END-IF
           MOVE "A" TO OCSTAT.
           MOVE W-TODAY TO OCAPDT.
           MOVE "APPLIED" TO OCNOTE.
           REWRITE ORGCHGREC.
           MOVE "ORGCHGFILE" TO AL-FILE.
           MOVE OCID TO AL-KEY.
           MOVE "APPLY" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           ADD 1 TO T-APPLIED.
           MOVE "APPLIED" TO DL-RESULT.
           MOVE SPACES TO DL-NOTE.
           PERFORM WRITE-DETAIL-PARA.
           GO TO APPLY-CHANGE-EXIT.

       APPLY-FAIL-PARA.
           MOVE "F" TO OCSTAT.
           MOVE W-TODAY TO OCAPDT.
           MOVE W-REASON TO OCNOTE.
           REWRITE ORGCHGREC.
           MOVE "ORGCHGFILE" TO AL-FILE.
           MOVE OCID TO AL-KEY.
           MOVE "FAILED" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           ADD 1 TO T-FAILED.
           MOVE "NOT APPLIED" TO DL-RESULT.
           MOVE W-REASON TO DL-NOTE.
           PERFORM WRITE-DETAIL-PARA.
       APPLY-CHANGE-EXIT.
           EXIT.

      * THE EMPLOYEE IS NOT COUNTED AGAINST THE POST THEY ARE MOVING
      * INTO; A MISSING ESTABLISHMENT RECORD MEANS NO LIMIT.
       CHECK-ESTAB-PARA.
           MOVE W-TGBR TO ESBRID.
           MOVE W-TGDES TO ESDESID.
           READ ESTABFILE
               INVALID KEY
                   GO TO CHECK-ESTAB-EXIT
           END-READ.
           MOVE 0 TO W-ESCOUNT.
           MOVE LOW-VALUES TO EEMPID.
           START EMPFILE KEY IS NOT LESS THAN EEMPID
               INVALID KEY
                   MOVE "10" TO FSE
           END-START.
           PERFORM UNTIL FSE = "10"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF ESTATUS NOT = "S" AND EBRNID = W-TGBR
                   AND EDESID = W-TGDES AND EEMPID NOT = OCEMPID
                   ADD 1 TO W-ESCOUNT
               END-IF
           END-PERFORM
           MOVE OCEMPID TO EEMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON FILE" TO W-REASON
           END-READ.
           IF W-REASON = SPACES AND W-ESCOUNT >= ESSANCT
               MOVE "ABOVE SANCTIONED STRENGTH" TO W-REASON
           END-IF.
       CHECK-ESTAB-EXIT.
           EXIT.

       WRITE-TRANSFER-PARA.
           MOVE "TR" TO W-IDTYPE.
           MOVE "N" TO W-IDOK.
           PERFORM UNTIL W-IDOK = "Y"
               CALL "NEXTID" USING W-IDTYPE W-NEWID
               MOVE W-NEWID TO TTRFID
               READ TRANSFERFILE
                   INVALID KEY MOVE "Y" TO W-IDOK
               END-READ
           END-PERFORM
           MOVE W-NEWID TO TTRFID.
           MOVE OCEMPID TO TEMPID.
           MOVE W-OLDBR TO TOBRID.
           MOVE OCBRID TO TNBRID.
           MOVE OCEFFDT TO TTRFDT.
           WRITE TRANSFERREC.
           MOVE "TRANSFERFILE" TO AL-FILE.
           MOVE TTRFID TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           ADD 1 TO T-TRANSFER.

       WRITE-DETAIL-PARA.
           MOVE OCID TO DL-OCID.
           MOVE OCEMPID TO DL-EMPID.
           MOVE OCEFFDT TO DL-EFFDT.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-RCPROG TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM ORGAPPLY.
