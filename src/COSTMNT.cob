       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTMNT.

      * COST CENTRE ALLOCATION. FOR AN EMPLOYEE WHO WORKS ACROSS MORE
      * THAN ONE DEPARTMENT OR PROJECT, RECORDS FROM AN EFFECTIVE DATE
      * THE PERCENTAGE OF PAY TO BE CHARGED TO EACH COST CENTRE - UP
      * TO FIVE, TOTALLING 100. THE LATEST ALLOCATION IN FORCE FOR A
      * PERIOD IS USED BY THE GL POSTING EXTRACT AND THE COST REPORTS;
      * AN EMPLOYEE WITH NONE IS CHARGED TO THE HOME DEPARTMENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COSTALOCFILE
               ASSIGN TO "files/COSTALOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAKEY
               FILE STATUS IS FSCA.

           SELECT DEPARTMENTFILE
               ASSIGN TO "files/DEPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPCODE
               FILE STATUS IS FSDEP.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

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

       FD DEPARTMENTFILE.
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

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
       77 FSCA       PIC XX.
       77 FSDEP      PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-EMPID    PIC X(6).
       77 W-EMPNAME  PIC X(25).
       77 W-HOMEDEP  PIC X(6).
       77 W-OK       PIC X.
       77 W-MSG      PIC X(50).
       77 W-IDX      PIC 99.
       77 W-ROW      PIC 99.
       77 W-COUNT    PIC 9.
       77 W-TOTAL    PIC 9(4)V99.
       77 W-TOTED    PIC ZZZ9.99.
       77 W-DATEIN   PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-DATEOK   PIC X.
       77 W-FOUND    PIC X.

       01 W-LINES.
           02 W-LINE OCCURS 5 TIMES.
               03 W-TYPE   PIC X.
               03 W-CODE   PIC X(6).
               03 W-PCT    PIC 9(3)V99.

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
           02 LL-EFFDT  PIC X(12).
           02 LL-SPLIT OCCURS 5 TIMES.
               03 LL-CC     PIC X(9).
               03 LL-PCT    PIC ZZ9.99.

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).

       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           COPY CLEAR-SCREEN.
           DISPLAY "****** COST CENTRE ALLOCATION ******" AT 0310.
           DISPLAY "1. RECORD AN ALLOCATION" AT 0520.
           DISPLAY "2. LIST ALLOCATIONS FOR AN EMPLOYEE" AT 0620.
           DISPLAY "3. DELETE AN ALLOCATION" AT 0720.
           DISPLAY "4. EXIT" AT 0820.
           DISPLAY "COST CENTRE TYPES : D DEPARTMENT  P PROJECT"
               AT 1020.
           DISPLAY "PAY IS CHARGED BY THE LATEST ALLOCATION EFFECTIVE "
               "BY THE END OF THE PERIOD;" AT 1205.
           DISPLAY "WITHOUT ONE IT IS CHARGED TO THE HOME DEPARTMENT."
               AT 1305.
           DISPLAY "ENTER YOUR CHOICE :" AT 1520.
           ACCEPT CHOICE AT 1540.
           IF CHOICE = '1'
               GO TO RECORD-ALLOC-PARA
           ELSE
           IF CHOICE = '2'
               GO TO LIST-ALLOC-PARA
           ELSE
           IF CHOICE = '3'
               GO TO DELETE-ALLOC-PARA
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

      * THE LINES OFFERED FOR EDITING ARE THOSE OF THE LATEST
      * ALLOCATION ON FILE, OR THE HOME DEPARTMENT AT 100 PERCENT. AN
      * ALLOCATION ALREADY ON FILE FOR THE SAME DATE IS CORRECTED.
       RECORD-ALLOC-PARA.
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
           DISPLAY "HOME DEPARTMENT : " W-HOMEDEP AT 0201.
           DISPLAY "ENTER EFFECTIVE DATE (DD/MM/YYYY) :" AT 0301.
           ACCEPT W-DATEIN AT 0336.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               DISPLAY "INVALID DATE - NOT SAVED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           OPEN I-O COSTALOCFILE.
           IF FSCA = 30 OR FSCA = 35
               OPEN OUTPUT COSTALOCFILE
               CLOSE COSTALOCFILE
               OPEN I-O COSTALOCFILE
           END-IF
           MOVE SPACES TO W-LINES.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               MOVE 0 TO W-PCT (W-IDX)
           END-PERFORM
           MOVE "D" TO W-TYPE (1).
           MOVE W-HOMEDEP TO W-CODE (1).
           MOVE 100 TO W-PCT (1).
           MOVE W-EMPID TO CAEMPID.
           MOVE 0 TO CAEFFDT.
           START COSTALOCFILE KEY IS NOT LESS THAN CAKEY
               INVALID KEY
                   MOVE "10" TO FSCA
           END-START.
           PERFORM UNTIL FSCA NOT = "00"
               READ COSTALOCFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF CAEMPID NOT = W-EMPID
                   EXIT PERFORM
               END-IF
               MOVE CALINES TO W-LINES
           END-PERFORM
           MOVE "00" TO FSCA.
           DISPLAY "LINE  TYPE (D/P)  COST CENTRE  PERCENT" AT 0501.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               COMPUTE W-ROW = W-IDX + 5
               DISPLAY W-IDX AT LINE W-ROW COLUMN 2
               ACCEPT W-TYPE (W-IDX) AT LINE W-ROW COLUMN 7
                   WITH UPDATE
               ACCEPT W-CODE (W-IDX) AT LINE W-ROW COLUMN 19
                   WITH UPDATE
               ACCEPT W-PCT (W-IDX) AT LINE W-ROW COLUMN 32
                   WITH UPDATE
           END-PERFORM
           DISPLAY "LEAVE UNUSED LINES BLANK WITH ZERO PERCENT" AT 1201.
           PERFORM CHECK-LINES-PARA THRU CHECK-LINES-EXIT.
           IF W-OK = "N"
               DISPLAY W-MSG AT 2201
               ACCEPT STUFF AT 2301
               CLOSE COSTALOCFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "SAVE THIS ALLOCATION (Y/N) :" AT 1401.
           ACCEPT W-OK AT 1430.
           IF W-OK NOT = "Y" AND W-OK NOT = "y"
               DISPLAY "ALLOCATION NOT SAVED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE COSTALOCFILE
               GO TO MAIN-PARA
           END-IF
           MOVE W-EMPID TO CAEMPID.
           MOVE W-DATENUM TO CAEFFDT.
           READ COSTALOCFILE
               INVALID KEY
                   MOVE "N" TO W-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO W-FOUND
           END-READ.
           MOVE W-LINES TO CALINES.
           MOVE W-AUDITUSER TO CAUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CADATE.
           MOVE "COSTALOCFILE" TO AL-FILE.
           MOVE W-EMPID TO AL-KEY.
           IF W-FOUND = "Y"
               REWRITE COSTALOCREC
               MOVE "MODIFY" TO AL-ACTION
           ELSE
               WRITE COSTALOCREC
               MOVE "CREATE" TO AL-ACTION
           END-IF
           PERFORM WRITE-AUDIT-PARA.
           CLOSE COSTALOCFILE.
           DISPLAY "ALLOCATION RECORDED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * EACH LINE USED NEEDS A TYPE, A COST CENTRE AND A PERCENTAGE;
      * A DEPARTMENT MUST BE ON THE DEPARTMENT MASTER. THE LINES ARE
      * CLOSED UP AND MUST TOTAL EXACTLY 100.
       CHECK-LINES-PARA.
           MOVE "Y" TO W-OK.
           MOVE 0 TO W-TOTAL.
           MOVE 0 TO W-COUNT.
           OPEN INPUT DEPARTMENTFILE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               IF W-CODE (W-IDX) = SPACES AND W-PCT (W-IDX) = 0
                   MOVE SPACE TO W-TYPE (W-IDX)
               ELSE
                   IF W-TYPE (W-IDX) = "d"
                       MOVE "D" TO W-TYPE (W-IDX)
                   END-IF
                   IF W-TYPE (W-IDX) = "p"
                       MOVE "P" TO W-TYPE (W-IDX)
                   END-IF
                   IF W-TYPE (W-IDX) NOT = "D"
                       AND W-TYPE (W-IDX) NOT = "P"
                       MOVE "N" TO W-OK
                       MOVE "TYPE MUST BE D OR P - NOT SAVED" TO W-MSG
                   END-IF
                   IF W-CODE (W-IDX) = SPACES OR W-PCT (W-IDX) = 0
                       MOVE "N" TO W-OK
                       MOVE "EACH LINE NEEDS A COST CENTRE AND PERCENT"
                           TO W-MSG
                   END-IF
                   IF W-TYPE (W-IDX) = "D" AND W-OK = "Y"
                       MOVE W-CODE (W-IDX) TO DEPCODE
                       READ DEPARTMENTFILE
                           INVALID KEY
                               MOVE "N" TO W-OK
                               MOVE "NO SUCH DEPARTMENT - NOT SAVED"
                                   TO W-MSG
                       END-READ
                   END-IF
                   ADD W-PCT (W-IDX) TO W-TOTAL
                   ADD 1 TO W-COUNT
               END-IF
           END-PERFORM
           CLOSE DEPARTMENTFILE.
           IF W-OK = "N"
               GO TO CHECK-LINES-EXIT
           END-IF
           IF W-COUNT = 0
               MOVE "N" TO W-OK
               MOVE "NO COST CENTRES ENTERED - NOT SAVED" TO W-MSG
               GO TO CHECK-LINES-EXIT
           END-IF
           IF W-TOTAL NOT = 100
               MOVE "N" TO W-OK
               MOVE W-TOTAL TO W-TOTED
               MOVE SPACES TO W-MSG
               STRING "PERCENTAGES TOTAL " W-TOTED
                   " - MUST BE 100, NOT SAVED"
                   DELIMITED BY SIZE INTO W-MSG
               END-STRING
               GO TO CHECK-LINES-EXIT
           END-IF
           MOVE 0 TO W-COUNT.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               IF W-TYPE (W-IDX) NOT = SPACE
                   ADD 1 TO W-COUNT
                   MOVE W-LINE (W-IDX) TO W-LINE (W-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               IF W-IDX > W-COUNT
                   MOVE SPACES TO W-TYPE (W-IDX) W-CODE (W-IDX)
                   MOVE 0 TO W-PCT (W-IDX)
               END-IF
           END-PERFORM.
       CHECK-LINES-EXIT.
           EXIT.

       LIST-ALLOC-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT COSTALOCFILE.
           IF FSCA NOT = "00"
               DISPLAY "NO COST ALLOCATIONS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT W-EMPID AT 0120.
           DISPLAY "EFFECTIVE   COST CENTRES (D- DEPARTMENT, "
               "P- PROJECT)" AT 0301.
           MOVE W-EMPID TO CAEMPID.
           MOVE 0 TO CAEFFDT.
           START COSTALOCFILE KEY IS NOT LESS THAN CAKEY
               INVALID KEY
                   MOVE "10" TO FSCA
           END-START.
           MOVE 0 TO W-ROW.
           PERFORM UNTIL FSCA NOT = "00"
               READ COSTALOCFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF CAEMPID NOT = W-EMPID
                   EXIT PERFORM
               END-IF
               IF W-ROW < 18
                   ADD 1 TO W-ROW
                   MOVE SPACES TO LIST-LINE
                   STRING CAEFFDT(7:2) "/" CAEFFDT(5:2) "/"
                       CAEFFDT(1:4) DELIMITED BY SIZE INTO LL-EFFDT
                   END-STRING
                   PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
                       IF CATYPE (W-IDX) NOT = SPACE
                           STRING CATYPE (W-IDX) "-" CACODE (W-IDX)
                               DELIMITED BY SIZE INTO LL-CC (W-IDX)
                           END-STRING
                           MOVE CAPCT (W-IDX) TO LL-PCT (W-IDX)
                       END-IF
                   END-PERFORM
                   DISPLAY LIST-LINE AT LINE (W-ROW + 3) COLUMN 1
               END-IF
           END-PERFORM
           CLOSE COSTALOCFILE.
           IF W-ROW = 0
               DISPLAY "NO ALLOCATIONS FOR THAT EMPLOYEE - CHARGED TO "
                   "THE HOME DEPARTMENT" AT 0401
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       DELETE-ALLOC-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O COSTALOCFILE.
           IF FSCA NOT = "00"
               DISPLAY "NO COST ALLOCATIONS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT W-EMPID AT 0135.
           DISPLAY "ENTER EFFECTIVE DATE (DD/MM/YYYY) :" AT 0201.
           ACCEPT W-DATEIN AT 0236.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               DISPLAY "INVALID DATE - NOTHING DELETED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE COSTALOCFILE
               GO TO MAIN-PARA
           END-IF
           MOVE W-EMPID TO CAEMPID.
           MOVE W-DATENUM TO CAEFFDT.
           READ COSTALOCFILE
               INVALID KEY
                   DISPLAY "NO ALLOCATION FROM THAT DATE" AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE COSTALOCFILE
                   GO TO MAIN-PARA
           END-READ.
           DISPLAY "DELETE THIS ALLOCATION (Y/N) :" AT 0401.
           ACCEPT W-OK AT 0432.
           IF W-OK NOT = "Y" AND W-OK NOT = "y"
               CLOSE COSTALOCFILE
               GO TO MAIN-PARA
           END-IF
           DELETE COSTALOCFILE RECORD.
           MOVE "COSTALOCFILE" TO AL-FILE.
           MOVE W-EMPID TO AL-KEY.
           MOVE "DELETE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE COSTALOCFILE.
           DISPLAY "ALLOCATION DELETED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       CHECK-EMP-PARA.
           MOVE "Y" TO W-OK.
           MOVE SPACES TO W-EMPNAME.
           MOVE SPACES TO W-HOMEDEP.
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
                           MOVE EDEPCODE TO W-HOMEDEP
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

       END PROGRAM COSTMNT.
