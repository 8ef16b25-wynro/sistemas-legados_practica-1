       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGRMNT.

      * REPORTING MANAGERS. EACH EMPLOYEE MAY HAVE ONE REPORTING
      * MANAGER, HELD ON files/REPTLINE.DAT APART FROM THE EMPLOYEE
      * MASTER. LEAVE, OVERTIME AND EXPENSE CLAIMS OF AN EMPLOYEE WITH
      * A MANAGER ARE ROUTED TO THAT MANAGER (OR ANYONE ABOVE THEM)
      * FOR APPROVAL. A LINE THAT WOULD MAKE AN EMPLOYEE REPORT,
      * DIRECTLY OR INDIRECTLY, TO THEMSELVES IS REFUSED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPTLINEFILE
               ASSIGN TO "files/REPTLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLEMPID
               ALTERNATE RECORD KEY IS RLMGRID WITH DUPLICATES
               FILE STATUS IS FSRL.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

       FD REPTLINEFILE.
       01 REPTLINEREC.
           02 RLEMPID   PIC X(6).
           02 RLMGRID   PIC X(6).
           02 RLUSER    PIC X(10).
           02 RLDATE    PIC X(8).

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
       77 FSRL       PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-DUPCHK   PIC XX.
       77 W-IDX      PIC 99.
       77 W-LEVEL    PIC 99.
       77 W-EMPID    PIC X(6).
       77 W-MGRID    PIC X(6).
       77 W-CUR      PIC X(6).
       77 W-OK       PIC X.
       77 W-MSG      PIC X(50).
       77 W-EMPNAME  PIC X(25).

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
           DISPLAY "****** REPORTING MANAGERS ******" AT 0310.
           DISPLAY "1. ASSIGN OR CHANGE MANAGER" AT 0520.
           DISPLAY "2. REMOVE MANAGER" AT 0620.
           DISPLAY "3. LIST DIRECT REPORTS" AT 0720.
           DISPLAY "4. EXIT" AT 0820.
           DISPLAY "LEAVE, OVERTIME AND CLAIMS OF AN EMPLOYEE WITH A "
               "MANAGER" AT 1020.
           DISPLAY "ARE APPROVED BY THAT MANAGER OR ONE ABOVE THEM"
               AT 1120.
           DISPLAY "ENTER YOUR CHOICE :" AT 1320.
           ACCEPT CHOICE AT 1340.
           IF CHOICE = '1'
               GO TO ASSIGN-MGR-PARA
           ELSE
           IF CHOICE = '2'
               GO TO REMOVE-MGR-PARA
           ELSE
           IF CHOICE = '3'
               GO TO LIST-REPORTS-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       ASSIGN-MGR-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O REPTLINEFILE.
           MOVE FSRL TO W-DUPCHK.
           IF FSRL = 30 OR FSRL = 35
               OPEN OUTPUT REPTLINEFILE
           END-IF
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT W-EMPID AT 0135.
           MOVE W-EMPID TO EEMPID.
           PERFORM CHECK-EMP-PARA.
           IF W-OK = "N"
               GO TO ASSIGN-FAIL-PARA
           END-IF
           DISPLAY W-EMPNAME AT 0145.
           DISPLAY "ENTER REPORTING MANAGER ID :" AT 0201.
           ACCEPT W-MGRID AT 0235.
           IF W-MGRID = W-EMPID
               MOVE "AN EMPLOYEE CANNOT REPORT TO THEMSELVES"
                   TO W-MSG
               GO TO ASSIGN-FAIL-PARA
           END-IF
           MOVE W-MGRID TO EEMPID.
           PERFORM CHECK-EMP-PARA.
           IF W-OK = "N"
               GO TO ASSIGN-FAIL-PARA
           END-IF
           DISPLAY W-EMPNAME AT 0245.
           IF W-DUPCHK NOT = 30 AND W-DUPCHK NOT = 35
               PERFORM CHECK-CYCLE-PARA THRU CHECK-CYCLE-EXIT
               IF W-OK = "N"
                   GO TO ASSIGN-FAIL-PARA
               END-IF
           END-IF
           MOVE W-EMPID TO RLEMPID.
           IF W-DUPCHK = 30 OR W-DUPCHK = 35
               MOVE "23" TO FSRL
           ELSE
               READ REPTLINEFILE INVALID KEY NEXT SENTENCE END-READ
           END-IF
           MOVE W-EMPID TO RLEMPID.
           MOVE W-MGRID TO RLMGRID.
           MOVE W-AUDITUSER TO RLUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RLDATE.
           MOVE "REPTLINEFILE" TO AL-FILE.
           MOVE W-EMPID TO AL-KEY.
           IF FSRL = "00"
               REWRITE REPTLINEREC
               MOVE "MODIFY" TO AL-ACTION
           ELSE
               WRITE REPTLINEREC
               MOVE "CREATE" TO AL-ACTION
           END-IF
           PERFORM WRITE-AUDIT-PARA.
           CLOSE REPTLINEFILE.
           DISPLAY "REPORTING MANAGER RECORDED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       ASSIGN-FAIL-PARA.
           DISPLAY W-MSG AT 2201.
           ACCEPT STUFF AT 2301.
           CLOSE REPTLINEFILE.
           GO TO MAIN-PARA.

      * THE EMPLOYEE MUST BE ON FILE AND NOT SEPARATED.
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

      * WALK UP FROM THE PROPOSED MANAGER. REACHING THE EMPLOYEE MEANS
      * THE NEW LINE WOULD CLOSE A LOOP.
       CHECK-CYCLE-PARA.
           MOVE W-MGRID TO W-CUR.
           PERFORM VARYING W-LEVEL FROM 1 BY 1
                   UNTIL W-LEVEL > 20 OR W-CUR = SPACES
               IF W-CUR = W-EMPID
                   MOVE "N" TO W-OK
                   MOVE "MANAGER ALREADY REPORTS TO THIS EMPLOYEE"
                       TO W-MSG
                   GO TO CHECK-CYCLE-EXIT
               END-IF
               MOVE W-CUR TO RLEMPID
               READ REPTLINEFILE
                   INVALID KEY
                       MOVE SPACES TO W-CUR
                   NOT INVALID KEY
                       MOVE RLMGRID TO W-CUR
               END-READ
           END-PERFORM.
           IF W-CUR NOT = SPACES
               MOVE "N" TO W-OK
               MOVE "REPORTING LINE TOO DEEP - NOT SAVED" TO W-MSG
           END-IF.
       CHECK-CYCLE-EXIT.
           EXIT.

       REMOVE-MGR-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O REPTLINEFILE.
           IF FSRL NOT = "00"
               DISPLAY "NO REPORTING LINES ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT RLEMPID AT 0135.
           READ REPTLINEFILE INVALID KEY
               DISPLAY "EMPLOYEE HAS NO REPORTING MANAGER" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE REPTLINEFILE
               GO TO MAIN-PARA
           END-READ.
           DISPLAY "CURRENT MANAGER : " RLMGRID AT 0201.
           DISPLAY "REMOVE THIS REPORTING LINE (Y/N) :" AT 0401.
           ACCEPT W-OK AT 0436.
           IF W-OK = "Y" OR W-OK = "y"
               DELETE REPTLINEFILE RECORD
               MOVE "REPTLINEFILE" TO AL-FILE
               MOVE RLEMPID TO AL-KEY
               MOVE "DELETE" TO AL-ACTION
               PERFORM WRITE-AUDIT-PARA
               DISPLAY "REPORTING LINE REMOVED" AT 2201
               ACCEPT STUFF AT 2301
           END-IF
           CLOSE REPTLINEFILE.
           GO TO MAIN-PARA.

       LIST-REPORTS-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT REPTLINEFILE.
           IF FSRL NOT = "00"
               DISPLAY "NO REPORTING LINES ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER MANAGER ID :" AT 0101.
           ACCEPT W-MGRID AT 0135.
           OPEN INPUT EMPFILE.
           DISPLAY " EMP ID NAME                      BRANCH DEPT"
               AT 0301.
           MOVE 0 TO W-IDX.
           MOVE W-MGRID TO RLMGRID.
           START REPTLINEFILE KEY IS = RLMGRID
               INVALID KEY MOVE "10" TO FSRL
           END-START.
           PERFORM UNTIL FSRL NOT = "00"
               READ REPTLINEFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF RLMGRID NOT = W-MGRID
                   EXIT PERFORM
               END-IF
               IF W-IDX < 17
                   ADD 1 TO W-IDX
                   MOVE RLEMPID TO EEMPID
                   READ EMPFILE INVALID KEY
                       MOVE SPACES TO EEMPNAME EBRNID EDEPCODE
                   END-READ
                   DISPLAY " " RLEMPID " " EEMPNAME " " EBRNID " "
                       EDEPCODE AT LINE (W-IDX + 3) COLUMN 1
               END-IF
           END-PERFORM
           CLOSE EMPFILE.
           CLOSE REPTLINEFILE.
           IF W-IDX = 0
               DISPLAY " NO DIRECT REPORTS RECORDED" AT 0401
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

       END PROGRAM MGRMNT.
