       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMEXC.

      * NOMINATION EXCEPTIONS - EVERY SERVING EMPLOYEE WITHOUT A VALID
      * NOMINATION FOR ONE OR MORE OF THE FOUR SCHEMES: PROVIDENT FUND,
      * GRATUITY, GROUP INSURANCE AND UNPAID DUES. A NOMINATION IS
      * VALID WHEN ITS SHARES TOTAL 100 AND EVERY DEPENDENT IT NAMES IS
      * STILL ON THE DEPENDENT FILE UNDER THE SAME EMPLOYEE. ONE
      * BRANCH OR ALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT NOMINEEFILE
               ASSIGN TO "files/NOMINEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NMKEY
               FILE STATUS IS FSNM.

           SELECT DEPENDENTFILE
               ASSIGN TO "files/DEPENDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPID
               ALTERNATE RECORD KEY IS DEPEMPID WITH DUPLICATES
               FILE STATUS IS FSDN.

           SELECT NOMEXCFILE
               ASSIGN TO "files/NOMEXC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

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

       FD NOMINEEFILE.
       01 NOMINEEREC.
           02 NMKEY.
               03 NMEMPID  PIC X(6).
               03 NMSCHEME PIC X.
           02 NMLINES.
               03 NMLINE OCCURS 5 TIMES.
                   04 NMDEPID  PIC X(6).
                   04 NMNAME   PIC X(25).
                   04 NMRELN   PIC X(10).
                   04 NMPCT    PIC 9(3)V99.
           02 NMWITNESS PIC X(25).
           02 NMDECLDT  PIC X(10).
           02 NMUSER    PIC X(10).
           02 NMDATE    PIC X(8).

       FD DEPENDENTFILE.
       01 DEPENDENTREC.
           02 DEPID     PIC X(6).
           02 DEPEMPID  PIC X(6).
           02 DEPDNAME  PIC X(25).
           02 DEPRELN   PIC X(10).
           02 DEPDOB    PIC X(10).

       FD NOMEXCFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSE        PIC XX.
       77 FSNM       PIC XX.
       77 FSDN       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-SELBR    PIC X(6).
       77 W-SCH      PIC 9.
       77 W-NIDX     PIC 9.
       77 W-NOMTOT   PIC 9(4)V99.
       77 W-EXCEPT   PIC X.
       77 W-NMOPEN   PIC X.
       77 W-DNOPEN   PIC X.
       77 T-EMPS     PIC 9(6) VALUE 0.
       77 T-EXCEPT   PIC 9(6) VALUE 0.

       01 SCHEME-CODES.
           02 FILLER PIC X(4) VALUE "PGID".
       01 SCHEME-TABLE REDEFINES SCHEME-CODES.
           02 SC-CODE PIC X OCCURS 4 TIMES.

       01 SCHEME-COUNTS.
           02 T-MISSING PIC 9(6) OCCURS 4 TIMES.

       01 EXC-LINE.
           02 XL-EMPID   PIC X(7).
           02 XL-NAME    PIC X(26).
           02 XL-BRID    PIC X(7).
           02 XL-STATE   PIC X(10) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "NOMINATION EXCEPTIONS REPORT".
           DISPLAY "ENTER BRANCH CODE (SPACES = ALL) :".
           ACCEPT W-SELBR.

           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               MOVE 9999 TO RETURN-CODE
               DISPLAY "PRESS ENTER TO CONTINUE"
               ACCEPT WAITFOR
               GOBACK
           END-IF
           MOVE "N" TO W-NMOPEN.
           OPEN INPUT NOMINEEFILE.
           IF FSNM = "00"
               MOVE "Y" TO W-NMOPEN
           END-IF
           MOVE "N" TO W-DNOPEN.
           OPEN INPUT DEPENDENTFILE.
           IF FSDN = "00"
               MOVE "Y" TO W-DNOPEN
           END-IF
           PERFORM VARYING W-SCH FROM 1 BY 1 UNTIL W-SCH > 4
               MOVE 0 TO T-MISSING (W-SCH)
           END-PERFORM

           OPEN OUTPUT NOMEXCFILE.
           MOVE "EMPLOYEES WITHOUT A VALID NOMINATION" TO RPTLINE.
           IF W-SELBR NOT = SPACES
               MOVE "- BRANCH" TO RPTLINE (38:8)
               MOVE W-SELBR TO RPTLINE (47:6)
           END-IF
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "EMPID  NAME                      BRANCH PF        "
               TO RPTLINE.
           MOVE "GRATUITY  INSURANCE DUES" TO RPTLINE (51:24).
           WRITE RPTLINE.

           MOVE LOW-VALUES TO EEMPID.
           START EMPFILE KEY IS NOT LESS THAN EEMPID
               INVALID KEY
                   MOVE "10" TO FSE
           END-START.
           PERFORM UNTIL FSE = "10"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSE = "00" OR FSE = "02"
                   IF ESTATUS NOT = "S"
                       AND (W-SELBR = SPACES OR EBRNID = W-SELBR)
                       PERFORM CHECK-EMP-PARA
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "EMPLOYEES CHECKED " T-EMPS
               "  WITH EXCEPTIONS " T-EXCEPT
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "NO VALID NOMINATION - PF " T-MISSING (1)
               "  GRATUITY " T-MISSING (2)
               "  INSURANCE " T-MISSING (3)
               "  DUES " T-MISSING (4)
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE "NONE = NOT NOMINATED  SHARES = NOT 100 PERCENT  "
               TO RPTLINE.
           MOVE "DEPENDENT = NOT ON FILE" TO RPTLINE (49:23).
           WRITE RPTLINE.
           CLOSE NOMEXCFILE.
           CLOSE EMPFILE.
           IF W-NMOPEN = "Y"
               CLOSE NOMINEEFILE
           END-IF
           IF W-DNOPEN = "Y"
               CLOSE DEPENDENTFILE
           END-IF
           DISPLAY "NOMINATION EXCEPTIONS WRITTEN TO files/NOMEXC.LST"
               " - " T-EXCEPT " OF " T-EMPS " EMPLOYEES".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       CHECK-EMP-PARA.
           ADD 1 TO T-EMPS.
           MOVE "N" TO W-EXCEPT.
           MOVE SPACES TO EXC-LINE.
           MOVE EEMPID TO XL-EMPID.
           MOVE EEMPNAME TO XL-NAME.
           MOVE EBRNID TO XL-BRID.
           PERFORM VARYING W-SCH FROM 1 BY 1 UNTIL W-SCH > 4
               PERFORM CHECK-SCHEME-PARA THRU CHECK-SCHEME-EXIT
               IF XL-STATE (W-SCH) NOT = "OK"
                   MOVE "Y" TO W-EXCEPT
                   ADD 1 TO T-MISSING (W-SCH)
               END-IF
           END-PERFORM
           IF W-EXCEPT = "Y"
               ADD 1 TO T-EXCEPT
               MOVE EXC-LINE TO RPTLINE
               WRITE RPTLINE
           END-IF.

       CHECK-SCHEME-PARA.
           MOVE "NONE" TO XL-STATE (W-SCH).
           IF W-NMOPEN NOT = "Y"
               GO TO CHECK-SCHEME-EXIT
           END-IF
           MOVE EEMPID TO NMEMPID.
           MOVE SC-CODE (W-SCH) TO NMSCHEME.
           READ NOMINEEFILE
               INVALID KEY
                   GO TO CHECK-SCHEME-EXIT
           END-READ.
           MOVE "OK" TO XL-STATE (W-SCH).
           MOVE 0 TO W-NOMTOT.
           PERFORM VARYING W-NIDX FROM 1 BY 1 UNTIL W-NIDX > 5
               IF NMNAME (W-NIDX) NOT = SPACES
                   ADD NMPCT (W-NIDX) TO W-NOMTOT
                   IF NMDEPID (W-NIDX) NOT = SPACES
                       PERFORM CHECK-DEPENDENT-PARA
                   END-IF
               END-IF
           END-PERFORM
           IF W-NOMTOT NOT = 100
               MOVE "SHARES" TO XL-STATE (W-SCH)
           END-IF.
       CHECK-SCHEME-EXIT.
           EXIT.

       CHECK-DEPENDENT-PARA.
           IF W-DNOPEN NOT = "Y"
               MOVE "DEPENDENT" TO XL-STATE (W-SCH)
           ELSE
               MOVE NMDEPID (W-NIDX) TO DEPID
               READ DEPENDENTFILE
                   INVALID KEY
                       MOVE "DEPENDENT" TO XL-STATE (W-SCH)
                   NOT INVALID KEY
                       IF DEPEMPID NOT = EEMPID
                           MOVE "DEPENDENT" TO XL-STATE (W-SCH)
                       END-IF
               END-READ
           END-IF.

       END PROGRAM NOMEXC.
