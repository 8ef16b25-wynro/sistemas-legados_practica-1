       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRUCT.

      * BRANCH AND DEPARTMENT RESTRUCTURE RUN. DRIVEN BY THE MAPPING
      * FILE files/RESTRMAP.DAT, ONE LINE PER CODE BEING RETIRED:
      *     COLUMN 1      B (BRANCH) OR D (DEPARTMENT)
      *     COLUMNS 3-8   OLD CODE
      *     COLUMNS 10-15 NEW CODE
      * A LINE STARTING * IS A COMMENT. THE NEW BRANCH MUST BE ON FILE
      * AND OPEN; A NEW DEPARTMENT NOT YET ON FILE IS SET UP UNDER THE
      * OLD DEPARTMENT'S NAME, WHICH IS HOW A RENAME IS DONE. A SPLIT
      * IS KEYED EMPLOYEE BY EMPLOYEE THROUGH ORGMNT INSTEAD.
      * THE RUN MOVES EVERY EMPLOYEE IN SERVICE ON AN OLD CODE TO THE
      * NEW ONE, WRITING TRANSFER HISTORY FOR A BRANCH MOVE AND
      * FLAGGING A MOVE INTO ANOTHER PROFESSIONAL TAX STATE; CARRIES
      * SANCTIONED STRENGTH, BUDGETS AND THE BRANCH HOLIDAY CALENDAR
      * ACROSS; REPOINTS PENDING ORGANISATIONAL CHANGES AND COST
      * ALLOCATIONS; AND FINALLY CLOSES EACH OLD BRANCH. LEAVE AND
      * OVERTIME RECORDS FOLLOW THE EMPLOYEE AND CARRY NO CODES.
      * BEFORE/AFTER LOG IN files/RESTRUCT.LST.
      * THE RUN CHECKPOINTS THROUGH RUN CONTROL: THE LAST EMPLOYEE
      * MOVED, THEN *n ONCE PHASE n IS COMPLETE, SO A RESUMED RUN
      * PICKS UP WHERE IT STOPPED. RESUME WITH THE SAME MAPPING FILE
      * AND EFFECTIVE DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAPFILE
               ASSIGN TO "files/RESTRMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSMP.

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

           SELECT DEPARTMENTFILE
               ASSIGN TO "files/DEPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPCODE
               FILE STATUS IS FSDEP.

           SELECT TRANSFERFILE
               ASSIGN TO "files/TRANSFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTRFID
               FILE STATUS IS FST.

           SELECT ESTABFILE
               ASSIGN TO "files/ESTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESKEY
               FILE STATUS IS FSES.

           SELECT BUDGETFILE
               ASSIGN TO "files/BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUKEY
               FILE STATUS IS FSBU.

           SELECT HOLIDAYFILE
               ASSIGN TO "files/HOLIDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLKEY
               FILE STATUS IS FSHO.

           SELECT ORGCHGFILE
               ASSIGN TO "files/ORGCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCID
               ALTERNATE RECORD KEY IS OCEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS OCEFFKEY WITH DUPLICATES
               FILE STATUS IS FSOC.

           SELECT COSTALOCFILE
               ASSIGN TO "files/COSTALOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAKEY
               FILE STATUS IS FSCA.

           SELECT RESTRPTFILE
               ASSIGN TO "files/RESTRUCT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

       FD MAPFILE.
       01 MAPREC.
           02 MPTYPE    PIC X.
           02 FILLER    PIC X.
           02 MPOLD     PIC X(6).
           02 FILLER    PIC X.
           02 MPNEW     PIC X(6).
           02 FILLER    PIC X(65).

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

       FD DEPARTMENTFILE.
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD TRANSFERFILE.
       01 TRANSFERREC.
           02 TTRFID   PIC X(6).
           02 TEMPID   PIC X(6).
           02 TOBRID   PIC X(6).
           02 TNBRID   PIC X(6).
           02 TTRFDT   PIC X(10).

       FD ESTABFILE.
       01 ESTABREC.
           02 ESKEY.
               03 ESBRID  PIC X(6).
               03 ESDESID PIC X(6).
           02 ESSANCT PIC 9(4).

       FD BUDGETFILE.
       01 BUDGETREC.
           02 BUKEY.
               03 BUDEPCODE PIC X(6).
               03 BUYEAR    PIC X(4).
           02 BUAMOUNT PIC 9(10)V99.

       FD HOLIDAYFILE.
       01 HOLIDAYREC.
           02 HOLKEY.
               03 HOLCAL  PIC X(6).
               03 HOLDATE PIC X(8).
           02 HOLDESC  PIC X(30).

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

       FD COSTALOCFILE.
       01 COSTALOCREC.
           02 CAKEY.
               03 CAEMPID  PIC X(6).
               03 CAEFFDT  PIC 9(8).
           02 CALINES.
               03 CALINE OCCURS 5 TIMES.
                   04 CATYPE   PIC X.
                   04 CACODE   PIC X(6).
                   04 CAPCT    PIC 9(3)V99.
           02 CAUSER    PIC X(10).
           02 CADATE    PIC X(8).

       FD RESTRPTFILE.
       01 RPTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSMP       PIC XX.
       77 FSE        PIC XX.
       77 FSB        PIC XX.
       77 FSDEP      PIC XX.
       77 FST        PIC XX.
       77 FSES       PIC XX.
       77 FSBU       PIC XX.
       77 FSHO       PIC XX.
       77 FSOC       PIC XX.
       77 FSCA       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-CONFIRM  PIC X.
       77 W-RCPROG   PIC X(8) VALUE "RESTRUCT".
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.
       77 W-DONEPH   PIC 9.
       77 W-TODAY    PIC X(8).
       77 W-EFFDATE  PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-DATEOK   PIC X.
       77 W-ERRORS   PIC 99.
       77 W-IDX      PIC 99.
       77 W-JDX      PIC 99.
       77 W-MIDX     PIC 99.
       77 W-BIDX     PIC 99.
       77 W-DIDX     PIC 99.
       77 W-MTYPE    PIC X.
       77 W-MCODE    PIC X(6).
       77 W-CHANGED  PIC X.
       77 W-MORE     PIC X.
       77 W-SVDES    PIC X(6).
       77 W-SVSANCT  PIC 9(4).
       77 W-SVYEAR   PIC X(4).
       77 W-SVAMT    PIC 9(10)V99.
       77 W-SVDATE   PIC X(8).
       77 W-SVDESC   PIC X(30).
       77 W-SVNAME   PIC X(20).
       77 W-IDTYPE   PIC X(2).
       77 W-NEWID    PIC X(6).
       77 W-IDOK     PIC X.
       77 W-AMTED    PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 T-MOVED    PIC 9(6) VALUE 0.
       77 T-TRANSFER PIC 9(6) VALUE 0.
       77 T-PTFLAG   PIC 9(6) VALUE 0.
       77 T-ESTAB    PIC 9(6) VALUE 0.
       77 T-BUDGET   PIC 9(6) VALUE 0.
       77 T-HOLIDAY  PIC 9(6) VALUE 0.
       77 T-ORGCHG   PIC 9(6) VALUE 0.
       77 T-COSTAL   PIC 9(6) VALUE 0.

      * ONE ENTRY PER MAPPING LINE, WITH THE PROFESSIONAL TAX STATE OF
      * EACH BRANCH AND WHETHER A NEW DEPARTMENT HAS TO BE SET UP.
       77 W-MAPCNT   PIC 99 VALUE 0.
       01 MAP-TABLE.
           02 MT-ENTRY OCCURS 50 TIMES.
               03 MT-TYPE   PIC X.
               03 MT-OLD    PIC X(6).
               03 MT-NEW    PIC X(6).
               03 MT-OLDST  PIC X(2).
               03 MT-NEWST  PIC X(2).
               03 MT-ADDDEP PIC X.
               03 MT-MOVED  PIC 9(6).

       01 DETAIL-LINE.
           02 DL-EMPID   PIC X(8).
           02 DL-NAME    PIC X(26).
           02 DL-OLDBR   PIC X(8).
           02 DL-OLDDEP  PIC X(10).
           02 DL-NEWBR   PIC X(8).
           02 DL-NEWDEP  PIC X(8).
           02 DL-NOTE    PIC X(30).

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
           DISPLAY "BRANCH AND DEPARTMENT RESTRUCTURE RUN".
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           DISPLAY "ENTER EFFECTIVE DATE (DD/MM/YYYY, BLANK = TODAY) :".
           ACCEPT W-EFFDATE.
           IF W-EFFDATE = SPACES
               MOVE W-TODAY (7:2) TO W-EFFDATE (1:2)
               MOVE "/" TO W-EFFDATE (3:1)
               MOVE W-TODAY (5:2) TO W-EFFDATE (4:2)
               MOVE "/" TO W-EFFDATE (6:1)
               MOVE W-TODAY (1:4) TO W-EFFDATE (7:4)
           END-IF
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               DISPLAY "INVALID EFFECTIVE DATE - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-MAP-PARA THRU LOAD-MAP-EXIT.
           IF W-ERRORS > 0 OR W-MAPCNT = 0
               IF W-MAPCNT = 0 AND W-ERRORS = 0
                   DISPLAY "NO MAPPINGS IN files/RESTRMAP.DAT"
               ELSE
                   DISPLAY W-ERRORS " MAPPING ERRORS - NOTHING CHANGED"
               END-IF
               DISPLAY "RESTRUCTURE RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               DISPLAY "PRESS ENTER TO CONTINUE"
               ACCEPT WAITFOR
               GOBACK
           END-IF
           DISPLAY W-MAPCNT " CODES TO BE RETIRED WITH EFFECT FROM "
               W-EFFDATE.
           DISPLAY "MOVE ALL STAFF AND CLOSE THE OLD BRANCHES - "
               "CONFIRM (Y/N) :".
           ACCEPT W-CONFIRM.
           IF W-CONFIRM NOT = "Y" AND W-CONFIRM NOT = "y"
               DISPLAY "RESTRUCTURE RUN CANCELLED"
               GOBACK
           END-IF

           MOVE W-EFFDATE (4:7) TO W-RCPER.
           MOVE "S" TO W-RCFUNC.
           MOVE SPACES TO W-RCKEY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF W-RCREPLY = "N"
               DISPLAY "RUN BLOCKED BY RUN CONTROL"
               GOBACK
           END-IF
           MOVE 0 TO W-DONEPH.
           IF W-RCREPLY = "R"
               OPEN EXTEND RESTRPTFILE
               IF FSRPT NOT = "00"
                   OPEN OUTPUT RESTRPTFILE
               END-IF
               MOVE SPACES TO RPTLINE
               STRING "RESUMED AFTER INTERRUPTION AT " W-RCKEY
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
               IF W-RCKEY (1:1) = "*"
                   MOVE W-RCKEY (2:1) TO W-DONEPH
               END-IF
           ELSE
               MOVE SPACES TO W-RCKEY
               OPEN OUTPUT RESTRPTFILE
               MOVE SPACES TO RPTLINE
               STRING "BRANCH AND DEPARTMENT RESTRUCTURE - EFFECTIVE "
                   W-EFFDATE " - RUN " W-TODAY " BY " W-AUDITUSER
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
               PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-MAPCNT
                   MOVE SPACES TO RPTLINE
                   IF MT-TYPE (W-IDX) = "B"
                       STRING "BRANCH     " MT-OLD (W-IDX) " INTO "
                           MT-NEW (W-IDX) "   STATE " MT-OLDST (W-IDX)
                           " TO " MT-NEWST (W-IDX)
                           DELIMITED BY SIZE INTO RPTLINE
                       END-STRING
                   ELSE
                       STRING "DEPARTMENT " MT-OLD (W-IDX) " INTO "
                           MT-NEW (W-IDX) DELIMITED BY SIZE
                           INTO RPTLINE
                       END-STRING
                   END-IF
                   WRITE RPTLINE
               END-PERFORM
           END-IF

           IF W-DONEPH < 1
               PERFORM MOVE-STAFF-PARA THRU MOVE-STAFF-EXIT
               IF W-DONEPH < 1
                   GO TO MAIN-FAIL
               END-IF
           END-IF
           IF W-DONEPH < 2
               PERFORM CARRY-ESTAB-PARA THRU CARRY-ESTAB-EXIT
               MOVE 2 TO W-DONEPH
               PERFORM PHASE-DONE-PARA
           END-IF
           IF W-DONEPH < 3
               PERFORM CARRY-BUDGET-PARA THRU CARRY-BUDGET-EXIT
               MOVE 3 TO W-DONEPH
               PERFORM PHASE-DONE-PARA
           END-IF
           IF W-DONEPH < 4
               PERFORM CARRY-HOLIDAY-PARA THRU CARRY-HOLIDAY-EXIT
               MOVE 4 TO W-DONEPH
               PERFORM PHASE-DONE-PARA
           END-IF
           IF W-DONEPH < 5
               PERFORM REPOINT-OPEN-PARA THRU REPOINT-OPEN-EXIT
               MOVE 5 TO W-DONEPH
               PERFORM PHASE-DONE-PARA
           END-IF
           PERFORM CLOSE-OLD-PARA THRU CLOSE-OLD-EXIT.

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "EMPLOYEES MOVED " T-MOVED "   TRANSFERS WRITTEN "
               T-TRANSFER "   PT STATE CHANGES " T-PTFLAG
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "ESTABLISHMENT LINES " T-ESTAB "   BUDGETS " T-BUDGET
               "   HOLIDAYS " T-HOLIDAY "   ORG CHANGES " T-ORGCHG
               "   COST ALLOCATIONS " T-COSTAL
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           CLOSE RESTRPTFILE.
           MOVE "E" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           DISPLAY "RESTRUCTURE COMPLETE - " T-MOVED " EMPLOYEES MOVED,"
               " LOG IN files/RESTRUCT.LST".
           IF T-PTFLAG > 0
               DISPLAY T-PTFLAG " EMPLOYEES NOW IN ANOTHER PROFESSIONAL"
                   " TAX STATE - REVIEW BEFORE THE NEXT PAYROLL"
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       MAIN-FAIL.
           CLOSE RESTRPTFILE.
           MOVE "F" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           MOVE 9999 TO RETURN-CODE.
           DISPLAY "RESTRUCTURE STOPPED - RERUN AND RESUME ONCE THE "
               "FAULT IS CLEARED".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       VALIDATE-DATE-PARA.
           MOVE "N" TO W-DATEOK.
           IF W-EFFDATE(1:2) NUMERIC AND W-EFFDATE(3:1) = "/"
               AND W-EFFDATE(4:2) NUMERIC AND W-EFFDATE(6:1) = "/"
               AND W-EFFDATE(7:4) NUMERIC
               MOVE W-EFFDATE(7:4) TO W-DATENUM(1:4)
               MOVE W-EFFDATE(4:2) TO W-DATENUM(5:2)
               MOVE W-EFFDATE(1:2) TO W-DATENUM(7:2)
               COMPUTE W-DATEINT =
                   FUNCTION INTEGER-OF-DATE (W-DATENUM)
               IF W-DATEINT > 0
                   MOVE "Y" TO W-DATEOK
               END-IF
           END-IF.

      * READS AND CHECKS THE WHOLE MAPPING BEFORE ANYTHING IS
      * CHANGED. EVERY FAULT IS LISTED; ANY FAULT STOPS THE RUN.
       LOAD-MAP-PARA.
           MOVE 0 TO W-ERRORS.
           MOVE 0 TO W-MAPCNT.
           OPEN INPUT MAPFILE.
           IF FSMP NOT = "00"
               GO TO LOAD-MAP-EXIT
           END-IF
           OPEN INPUT BRANCHFILE.
           OPEN INPUT DEPARTMENTFILE.
           PERFORM UNTIL FSMP NOT = "00"
               READ MAPFILE AT END EXIT PERFORM END-READ
               IF MAPREC NOT = SPACES AND MPTYPE NOT = "*"
                   PERFORM CHECK-MAP-PARA THRU CHECK-MAP-EXIT
               END-IF
           END-PERFORM
           CLOSE MAPFILE.
           CLOSE BRANCHFILE.
           CLOSE DEPARTMENTFILE.
      * A CODE RETIRED TWICE, OR RETIRED INTO A CODE THAT IS ITSELF
      * BEING RETIRED, WOULD LEAVE STAFF ON A DEAD CODE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-MAPCNT
               PERFORM VARYING W-JDX FROM 1 BY 1
                   UNTIL W-JDX > W-MAPCNT
                   IF MT-TYPE (W-JDX) = MT-TYPE (W-IDX)
                       IF W-JDX > W-IDX
                           AND MT-OLD (W-JDX) = MT-OLD (W-IDX)
                           DISPLAY "CODE " MT-OLD (W-IDX)
                               " IS MAPPED MORE THAN ONCE"
                           ADD 1 TO W-ERRORS
                       END-IF
                       IF MT-OLD (W-JDX) = MT-NEW (W-IDX)
                           DISPLAY "NEW CODE " MT-NEW (W-IDX)
                               " IS ITSELF BEING RETIRED"
                           ADD 1 TO W-ERRORS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       LOAD-MAP-EXIT.
           EXIT.

       CHECK-MAP-PARA.
           IF W-MAPCNT NOT < 50
               DISPLAY "MORE THAN 50 MAPPINGS - SPLIT THE RUN"
               ADD 1 TO W-ERRORS
               GO TO CHECK-MAP-EXIT
           END-IF
           IF (MPTYPE NOT = "B" AND MPTYPE NOT = "D")
               OR MPOLD = SPACES OR MPNEW = SPACES OR MPOLD = MPNEW
               DISPLAY "BAD MAPPING LINE : " MAPREC (1:15)
               ADD 1 TO W-ERRORS
               GO TO CHECK-MAP-EXIT
           END-IF
           ADD 1 TO W-MAPCNT.
           MOVE MPTYPE TO MT-TYPE (W-MAPCNT).
           MOVE MPOLD TO MT-OLD (W-MAPCNT).
           MOVE MPNEW TO MT-NEW (W-MAPCNT).
           MOVE SPACES TO MT-OLDST (W-MAPCNT) MT-NEWST (W-MAPCNT).
           MOVE "N" TO MT-ADDDEP (W-MAPCNT).
           MOVE 0 TO MT-MOVED (W-MAPCNT).
           IF MPTYPE = "B"
               MOVE MPOLD TO BBRID
               READ BRANCHFILE
                   INVALID KEY
                       DISPLAY "OLD BRANCH " MPOLD " NOT ON FILE"
                       ADD 1 TO W-ERRORS
                   NOT INVALID KEY
                       MOVE BSTATE TO MT-OLDST (W-MAPCNT)
               END-READ
               MOVE MPNEW TO BBRID
               READ BRANCHFILE
                   INVALID KEY
                       DISPLAY "NEW BRANCH " MPNEW " NOT ON FILE"
                       ADD 1 TO W-ERRORS
                   NOT INVALID KEY
                       MOVE BSTATE TO MT-NEWST (W-MAPCNT)
                       IF BSTATUS = "C"
                           DISPLAY "NEW BRANCH " MPNEW " IS CLOSED"
                           ADD 1 TO W-ERRORS
                       END-IF
               END-READ
           ELSE
               MOVE MPOLD TO DEPCODE
               READ DEPARTMENTFILE
                   INVALID KEY
                       DISPLAY "OLD DEPARTMENT " MPOLD " NOT ON FILE"
                       ADD 1 TO W-ERRORS
               END-READ
               MOVE MPNEW TO DEPCODE
               READ DEPARTMENTFILE
                   INVALID KEY
                       MOVE "Y" TO MT-ADDDEP (W-MAPCNT)
               END-READ
           END-IF.
       CHECK-MAP-EXIT.
           EXIT.

       FIND-MAP-PARA.
           MOVE 0 TO W-MIDX.
           PERFORM VARYING W-IDX FROM 1 BY 1
               UNTIL W-IDX > W-MAPCNT OR W-MIDX > 0
               IF MT-TYPE (W-IDX) = W-MTYPE AND MT-OLD (W-IDX) = W-MCODE
                   MOVE W-IDX TO W-MIDX
               END-IF
           END-PERFORM.

       PHASE-DONE-PARA.
           MOVE SPACES TO W-RCKEY.
           MOVE "*" TO W-RCKEY (1:1).
           MOVE W-DONEPH TO W-RCKEY (2:1).
           MOVE "K" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.

      * PHASE 1 - SETS UP RENAMED DEPARTMENTS, THEN MOVES EVERY
      * EMPLOYEE IN SERVICE, CHECKPOINTING AFTER EACH ONE.
       MOVE-STAFF-PARA.
           OPEN I-O DEPARTMENTFILE.
           PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > W-MAPCNT
               IF MT-ADDDEP (W-JDX) = "Y"
                   MOVE MT-OLD (W-JDX) TO DEPCODE
                   READ DEPARTMENTFILE
                       INVALID KEY
                           MOVE SPACES TO DEPNAME
                   END-READ
                   MOVE DEPNAME TO W-SVNAME
                   MOVE MT-NEW (W-JDX) TO DEPCODE
                   MOVE W-SVNAME TO DEPNAME
                   WRITE DEPARTMENTREC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "DEPARTMENTFILE" TO AL-FILE
                           MOVE DEPCODE TO AL-KEY
                           MOVE "CREATE" TO AL-ACTION
                           PERFORM WRITE-AUDIT-PARA
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE DEPARTMENTFILE.

           OPEN I-O EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               GO TO MOVE-STAFF-EXIT
           END-IF
           OPEN I-O TRANSFERFILE.
           IF FST = 30 OR FST = 35
               OPEN OUTPUT TRANSFERFILE
               CLOSE TRANSFERFILE
               OPEN I-O TRANSFERFILE
           END-IF
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "EMPID   NAME                      OLD BR  OLD DEPT  "
               TO RPTLINE.
           MOVE "NEW BR  NEW DEPT NOTE" TO RPTLINE (53:21).
           WRITE RPTLINE.
           IF W-RCKEY NOT = SPACES AND W-RCKEY (1:1) NOT = "*"
               MOVE W-RCKEY TO EEMPID
               START EMPFILE KEY IS GREATER THAN EEMPID
                   INVALID KEY
                       MOVE "10" TO FSE
               END-START
           ELSE
               MOVE LOW-VALUES TO EEMPID
               START EMPFILE KEY IS NOT LESS THAN EEMPID
                   INVALID KEY
                       MOVE "10" TO FSE
               END-START
           END-IF
           PERFORM UNTIL FSE NOT = "00"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSE = "00" AND ESTATUS NOT = "S"
                   PERFORM MOVE-EMP-PARA THRU MOVE-EMP-EXIT
               END-IF
           END-PERFORM
           CLOSE EMPFILE.
           CLOSE TRANSFERFILE.
           MOVE 1 TO W-DONEPH.
           PERFORM PHASE-DONE-PARA.
       MOVE-STAFF-EXIT.
           EXIT.

       MOVE-EMP-PARA.
           MOVE "B" TO W-MTYPE.
           MOVE EBRNID TO W-MCODE.
           PERFORM FIND-MAP-PARA.
           MOVE W-MIDX TO W-BIDX.
           MOVE "D" TO W-MTYPE.
           MOVE EDEPCODE TO W-MCODE.
           PERFORM FIND-MAP-PARA.
           MOVE W-MIDX TO W-DIDX.
           IF W-BIDX = 0 AND W-DIDX = 0
               GO TO MOVE-EMP-EXIT
           END-IF
           MOVE SPACES TO DETAIL-LINE.
           MOVE EEMPID TO DL-EMPID.
           MOVE EEMPNAME TO DL-NAME.
           MOVE EBRNID TO DL-OLDBR.
           MOVE EDEPCODE TO DL-OLDDEP.
           IF W-BIDX > 0
               MOVE MT-NEW (W-BIDX) TO EBRNID
               ADD 1 TO MT-MOVED (W-BIDX)
           END-IF
           IF W-DIDX > 0
               MOVE MT-NEW (W-DIDX) TO EDEPCODE
               ADD 1 TO MT-MOVED (W-DIDX)
           END-IF
           REWRITE EMPREC
               INVALID KEY
                   MOVE "NOT MOVED - REWRITE FAILED" TO DL-NOTE
                   MOVE DETAIL-LINE TO RPTLINE
                   WRITE RPTLINE
                   GO TO MOVE-EMP-EXIT
           END-REWRITE.
           MOVE "EMPFILE" TO AL-FILE.
           MOVE EEMPID TO AL-KEY.
           MOVE "UPDATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           ADD 1 TO T-MOVED.
           MOVE EBRNID TO DL-NEWBR.
           MOVE EDEPCODE TO DL-NEWDEP.
           IF W-BIDX > 0
               PERFORM WRITE-TRANSFER-PARA
               IF MT-OLDST (W-BIDX) NOT = MT-NEWST (W-BIDX)
                   STRING "PT STATE " MT-OLDST (W-BIDX) " TO "
                       MT-NEWST (W-BIDX) DELIMITED BY SIZE INTO DL-NOTE
                   END-STRING
                   ADD 1 TO T-PTFLAG
               END-IF
           END-IF
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE EEMPID TO W-RCKEY.
           MOVE "K" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
       MOVE-EMP-EXIT.
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
           MOVE EEMPID TO TEMPID.
           MOVE DL-OLDBR TO TOBRID.
           MOVE EBRNID TO TNBRID.
           MOVE W-EFFDATE TO TTRFDT.
           WRITE TRANSFERREC.
           MOVE "TRANSFERFILE" TO AL-FILE.
           MOVE TTRFID TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           ADD 1 TO T-TRANSFER.

      * PHASE 2 - EACH OLD BRANCH'S SANCTIONED STRENGTH IS ADDED TO
      * THE SAME POST AT THE NEW BRANCH AND THE OLD LINE REMOVED, SO
      * A LINE ALREADY CARRIED IS NOT CARRIED AGAIN ON A RESUME.
       CARRY-ESTAB-PARA.
           OPEN I-O ESTABFILE.
           IF FSES NOT = "00"
               GO TO CARRY-ESTAB-EXIT
           END-IF
           PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > W-MAPCNT
               IF MT-TYPE (W-JDX) = "B"
                   MOVE "Y" TO W-MORE
                   PERFORM CARRY-ESTAB-ONE-PARA THRU
                       CARRY-ESTAB-ONE-EXIT
                       UNTIL W-MORE = "N"
               END-IF
           END-PERFORM
           CLOSE ESTABFILE.
       CARRY-ESTAB-EXIT.
           EXIT.

       CARRY-ESTAB-ONE-PARA.
           MOVE MT-OLD (W-JDX) TO ESBRID.
           MOVE LOW-VALUES TO ESDESID.
           START ESTABFILE KEY IS NOT LESS THAN ESKEY
               INVALID KEY
                   MOVE "N" TO W-MORE
                   GO TO CARRY-ESTAB-ONE-EXIT
           END-START.
           READ ESTABFILE NEXT RECORD
               AT END
                   MOVE "N" TO W-MORE
                   GO TO CARRY-ESTAB-ONE-EXIT
           END-READ.
           IF ESBRID NOT = MT-OLD (W-JDX)
               MOVE "N" TO W-MORE
               GO TO CARRY-ESTAB-ONE-EXIT
           END-IF
           MOVE ESDESID TO W-SVDES.
           MOVE ESSANCT TO W-SVSANCT.
           MOVE MT-NEW (W-JDX) TO ESBRID.
           MOVE W-SVDES TO ESDESID.
           READ ESTABFILE
               INVALID KEY
                   MOVE W-SVSANCT TO ESSANCT
                   WRITE ESTABREC
               NOT INVALID KEY
                   ADD W-SVSANCT TO ESSANCT
                   REWRITE ESTABREC
           END-READ.
           MOVE "ESTABFILE" TO AL-FILE.
           MOVE ESBRID TO AL-KEY.
           MOVE "UPDATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           MOVE MT-OLD (W-JDX) TO ESBRID.
           MOVE W-SVDES TO ESDESID.
           READ ESTABFILE
               NOT INVALID KEY
                   DELETE ESTABFILE RECORD
                   MOVE "ESTABFILE" TO AL-FILE
                   MOVE ESBRID TO AL-KEY
                   MOVE "DELETE" TO AL-ACTION
                   PERFORM WRITE-AUDIT-PARA
           END-READ.
           ADD 1 TO T-ESTAB.
           MOVE SPACES TO RPTLINE.
           STRING "SANCTIONED STRENGTH " MT-OLD (W-JDX) "/" W-SVDES
               " OF " W-SVSANCT " CARRIED TO " MT-NEW (W-JDX)
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
       CARRY-ESTAB-ONE-EXIT.
           EXIT.

      * PHASE 3 - EACH OLD DEPARTMENT'S BUDGET FOR EVERY YEAR IS ADDED
      * TO THE NEW DEPARTMENT'S BUDGET FOR THE SAME YEAR.
       CARRY-BUDGET-PARA.
           OPEN I-O BUDGETFILE.
           IF FSBU NOT = "00"
               GO TO CARRY-BUDGET-EXIT
           END-IF
           PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > W-MAPCNT
               IF MT-TYPE (W-JDX) = "D"
                   MOVE "Y" TO W-MORE
                   PERFORM CARRY-BUDGET-ONE-PARA THRU
                       CARRY-BUDGET-ONE-EXIT
                       UNTIL W-MORE = "N"
               END-IF
           END-PERFORM
           CLOSE BUDGETFILE.
       CARRY-BUDGET-EXIT.
           EXIT.

       CARRY-BUDGET-ONE-PARA.
           MOVE MT-OLD (W-JDX) TO BUDEPCODE.
           MOVE LOW-VALUES TO BUYEAR.
           START BUDGETFILE KEY IS NOT LESS THAN BUKEY
               INVALID KEY
                   MOVE "N" TO W-MORE
                   GO TO CARRY-BUDGET-ONE-EXIT
           END-START.
           READ BUDGETFILE NEXT RECORD
               AT END
                   MOVE "N" TO W-MORE
                   GO TO CARRY-BUDGET-ONE-EXIT
           END-READ.
           IF BUDEPCODE NOT = MT-OLD (W-JDX)
               MOVE "N" TO W-MORE
               GO TO CARRY-BUDGET-ONE-EXIT
           END-IF
           MOVE BUYEAR TO W-SVYEAR.
           MOVE BUAMOUNT TO W-SVAMT.
           MOVE MT-NEW (W-JDX) TO BUDEPCODE.
           MOVE W-SVYEAR TO BUYEAR.
           READ BUDGETFILE
               INVALID KEY
                   MOVE W-SVAMT TO BUAMOUNT
                   WRITE BUDGETREC
               NOT INVALID KEY
                   ADD W-SVAMT TO BUAMOUNT
                   REWRITE BUDGETREC
           END-READ.
           MOVE "BUDGETFILE" TO AL-FILE.
           MOVE BUDEPCODE TO AL-KEY.
           MOVE "UPDATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           MOVE MT-OLD (W-JDX) TO BUDEPCODE.
           MOVE W-SVYEAR TO BUYEAR.
           READ BUDGETFILE
               NOT INVALID KEY
                   DELETE BUDGETFILE RECORD
                   MOVE "BUDGETFILE" TO AL-FILE
                   MOVE BUDEPCODE TO AL-KEY
                   MOVE "DELETE" TO AL-ACTION
                   PERFORM WRITE-AUDIT-PARA
           END-READ.
           ADD 1 TO T-BUDGET.
           MOVE W-SVAMT TO W-AMTED.
           MOVE SPACES TO RPTLINE.
           STRING "BUDGET " MT-OLD (W-JDX) " " W-SVYEAR " OF " W-AMTED
               " CARRIED TO " MT-NEW (W-JDX)
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
       CARRY-BUDGET-ONE-EXIT.
           EXIT.

      * PHASE 4 - THE OLD BRANCH'S HOLIDAYS JOIN THE NEW BRANCH'S
      * CALENDAR WHERE IT HAS NOTHING ON THAT DATE.
       CARRY-HOLIDAY-PARA.
           OPEN I-O HOLIDAYFILE.
           IF FSHO NOT = "00"
               GO TO CARRY-HOLIDAY-EXIT
           END-IF
           PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > W-MAPCNT
               IF MT-TYPE (W-JDX) = "B"
                   MOVE "Y" TO W-MORE
                   PERFORM CARRY-HOLIDAY-ONE-PARA THRU
                       CARRY-HOLIDAY-ONE-EXIT
                       UNTIL W-MORE = "N"
               END-IF
           END-PERFORM
           CLOSE HOLIDAYFILE.
       CARRY-HOLIDAY-EXIT.
           EXIT.

       CARRY-HOLIDAY-ONE-PARA.
           MOVE MT-OLD (W-JDX) TO HOLCAL.
           MOVE LOW-VALUES TO HOLDATE.
           START HOLIDAYFILE KEY IS NOT LESS THAN HOLKEY
               INVALID KEY
                   MOVE "N" TO W-MORE
                   GO TO CARRY-HOLIDAY-ONE-EXIT
           END-START.
           READ HOLIDAYFILE NEXT RECORD
               AT END
                   MOVE "N" TO W-MORE
                   GO TO CARRY-HOLIDAY-ONE-EXIT
           END-READ.
           IF HOLCAL NOT = MT-OLD (W-JDX)
               MOVE "N" TO W-MORE
               GO TO CARRY-HOLIDAY-ONE-EXIT
           END-IF
           MOVE HOLDATE TO W-SVDATE.
           MOVE HOLDESC TO W-SVDESC.
           DELETE HOLIDAYFILE RECORD.
           MOVE "HOLIDAYFILE" TO AL-FILE.
           MOVE HOLCAL TO AL-KEY.
           MOVE "DELETE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           MOVE MT-NEW (W-JDX) TO HOLCAL.
           MOVE W-SVDATE TO HOLDATE.
           MOVE W-SVDESC TO HOLDESC.
           WRITE HOLIDAYREC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "HOLIDAYFILE" TO AL-FILE
                   MOVE HOLCAL TO AL-KEY
                   MOVE "CREATE" TO AL-ACTION
                   PERFORM WRITE-AUDIT-PARA
                   ADD 1 TO T-HOLIDAY
           END-WRITE.
       CARRY-HOLIDAY-ONE-EXIT.
           EXIT.

      * PHASE 5 - PENDING ORGANISATIONAL CHANGES AND COST ALLOCATION
      * LINES STILL NAMING AN OLD CODE ARE POINTED AT THE NEW ONE.
       REPOINT-OPEN-PARA.
           OPEN I-O ORGCHGFILE.
           IF FSOC = "00"
               PERFORM UNTIL FSOC NOT = "00"
                   READ ORGCHGFILE NEXT RECORD AT END EXIT PERFORM
                   END-READ
                   IF FSOC = "00" AND OCSTAT = "P"
                       PERFORM REPOINT-ORGCHG-PARA
                   END-IF
               END-PERFORM
               CLOSE ORGCHGFILE
           END-IF
           OPEN I-O COSTALOCFILE.
           IF FSCA = "00"
               PERFORM UNTIL FSCA NOT = "00"
                   READ COSTALOCFILE NEXT RECORD AT END EXIT PERFORM
                   END-READ
                   IF FSCA = "00"
                       PERFORM REPOINT-COSTAL-PARA
                   END-IF
               END-PERFORM
               CLOSE COSTALOCFILE
           END-IF.
       REPOINT-OPEN-EXIT.
           EXIT.

       REPOINT-ORGCHG-PARA.
           MOVE "N" TO W-CHANGED.
           IF OCBRID NOT = SPACES
               MOVE "B" TO W-MTYPE
               MOVE OCBRID TO W-MCODE
               PERFORM FIND-MAP-PARA
               IF W-MIDX > 0
                   MOVE MT-NEW (W-MIDX) TO OCBRID
                   MOVE "Y" TO W-CHANGED
               END-IF
           END-IF
           IF OCDEPT NOT = SPACES
               MOVE "D" TO W-MTYPE
               MOVE OCDEPT TO W-MCODE
               PERFORM FIND-MAP-PARA
               IF W-MIDX > 0
                   MOVE MT-NEW (W-MIDX) TO OCDEPT
                   MOVE "Y" TO W-CHANGED
               END-IF
           END-IF
           IF W-CHANGED = "Y"
               REWRITE ORGCHGREC
               MOVE "ORGCHGFILE" TO AL-FILE
               MOVE OCID TO AL-KEY
               MOVE "UPDATE" TO AL-ACTION
               PERFORM WRITE-AUDIT-PARA
               ADD 1 TO T-ORGCHG
               MOVE SPACES TO RPTLINE
               STRING "PENDING CHANGE " OCID " FOR " OCEMPID
                   " NOW TO BRANCH " OCBRID " DEPT " OCDEPT
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
           END-IF.

       REPOINT-COSTAL-PARA.
           MOVE "N" TO W-CHANGED.
           MOVE "D" TO W-MTYPE.
           PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > 5
               IF CATYPE (W-JDX) = "D"
                   MOVE CACODE (W-JDX) TO W-MCODE
                   PERFORM FIND-MAP-PARA
                   IF W-MIDX > 0
                       MOVE MT-NEW (W-MIDX) TO CACODE (W-JDX)
                       MOVE "Y" TO W-CHANGED
                   END-IF
               END-IF
           END-PERFORM
           IF W-CHANGED = "Y"
               REWRITE COSTALOCREC
               MOVE "COSTALOCFILE" TO AL-FILE
               MOVE CAEMPID TO AL-KEY
               MOVE "UPDATE" TO AL-ACTION
               PERFORM WRITE-AUDIT-PARA
               ADD 1 TO T-COSTAL
           END-IF.

      * LAST PHASE - EACH OLD BRANCH IS MARKED CLOSED. IT STAYS ON
      * FILE FOR THE HISTORY OF STAFF WHO LEFT BEFORE THE MERGER.
       CLOSE-OLD-PARA.
           OPEN I-O BRANCHFILE.
           IF FSB NOT = "00"
               GO TO CLOSE-OLD-EXIT
           END-IF
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > W-MAPCNT
               MOVE SPACES TO RPTLINE
               IF MT-TYPE (W-JDX) = "B"
                   MOVE MT-OLD (W-JDX) TO BBRID
                   READ BRANCHFILE
                       NOT INVALID KEY
                           IF BSTATUS NOT = "C"
                               MOVE "C" TO BSTATUS
                               REWRITE BRANCHREC
                               MOVE "BRANCHFILE" TO AL-FILE
                               MOVE BBRID TO AL-KEY
                               MOVE "CLOSE" TO AL-ACTION
                               PERFORM WRITE-AUDIT-PARA
                           END-IF
                   END-READ
                   STRING "BRANCH " MT-OLD (W-JDX) " CLOSED - "
                       MT-MOVED (W-JDX) " STAFF MOVED TO "
                       MT-NEW (W-JDX) DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
               ELSE
                   STRING "DEPARTMENT " MT-OLD (W-JDX) " RETIRED - "
                       MT-MOVED (W-JDX) " STAFF MOVED TO "
                       MT-NEW (W-JDX) DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
               END-IF
               WRITE RPTLINE
           END-PERFORM
           CLOSE BRANCHFILE.
       CLOSE-OLD-EXIT.
           EXIT.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM RESTRUCT.
