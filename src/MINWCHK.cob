       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINWCHK.

      * MINIMUM WAGE CHECK. GIVEN AN EMPLOYEE, A MONTHLY WAGE (BASIC
      * PLUS DA) AND THE DATE IT IS TO BE PAID FROM, FINDS THE
      * MINIMUM WAGE NOTIFIED FOR THE STATE OF THE EMPLOYEE'S BRANCH
      * AND THE EMPLOYEE'S SKILL CATEGORY, IN FORCE ON THAT DATE, AND
      * RETURNS -
      *   Y  THE WAGE IS AT OR ABOVE THE FLOOR;
      *   B  THE WAGE IS BELOW THE FLOOR;
      *   N  NO FLOOR APPLIES - NO SKILL CATEGORY, NO STATE ON THE
      *      BRANCH OR NO NOTIFICATION IN FORCE.
      * THE CALLER MAY PASS THE BRANCH AND THE SKILL CATEGORY (AS FOR
      * AN EMPLOYEE NOT YET ON FILE); WHEN BLANK THEY ARE TAKEN FROM
      * THE EMPLOYEE MASTER AND THE SKILL CATEGORY FILE. THE STATE,
      * CATEGORY AND FLOOR USED ARE RETURNED.

       ENVIRONMENT DIVISION.
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

           SELECT BRANCHFILE
               ASSIGN TO "files/BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBRID
               FILE STATUS IS FSB.

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
       77 FSMW       PIC XX.
       77 FSSK       PIC XX.
       77 FSE        PIC XX.
       77 FSB        PIC XX.
       77 W-BRNID    PIC X(6).

       LINKAGE SECTION.
       01 LK-EMPID  PIC X(6).
       01 LK-BRNID  PIC X(6).
       01 LK-ASOF   PIC 9(8).
       01 LK-WAGE   PIC 9(7)V99.
       01 LK-SKILL  PIC X.
       01 LK-STATE  PIC X(2).
       01 LK-FLOOR  PIC 9(7)V99.
       01 LK-REPLY  PIC X.

       PROCEDURE DIVISION USING LK-EMPID LK-BRNID LK-ASOF LK-WAGE
           LK-SKILL LK-STATE LK-FLOOR LK-REPLY.
       MAIN-PARA.
           MOVE "N" TO LK-REPLY.
           MOVE SPACES TO LK-STATE.
           MOVE 0 TO LK-FLOOR.
           MOVE LK-BRNID TO W-BRNID.
           IF W-BRNID = SPACES
               OPEN INPUT EMPFILE
               IF FSE = "00"
                   MOVE LK-EMPID TO EEMPID
                   READ EMPFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EBRNID TO W-BRNID
                   END-READ
                   CLOSE EMPFILE
               END-IF
           END-IF
           IF LK-SKILL = SPACE
               OPEN INPUT SKILLCATFILE
               IF FSSK = "00"
                   MOVE LK-EMPID TO SKEMPID
                   READ SKILLCATFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SKCAT TO LK-SKILL
                   END-READ
                   CLOSE SKILLCATFILE
               END-IF
           END-IF
           IF W-BRNID = SPACES OR LK-SKILL = SPACE
               GOBACK
           END-IF
           OPEN INPUT BRANCHFILE.
           IF FSB = "00"
               MOVE W-BRNID TO BBRID
               READ BRANCHFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BSTATE TO LK-STATE
               END-READ
               CLOSE BRANCHFILE
           END-IF
           IF LK-STATE = SPACES
               GOBACK
           END-IF
           PERFORM FIND-FLOOR-PARA THRU FIND-FLOOR-EXIT.
           IF LK-FLOOR > 0
               IF LK-WAGE < LK-FLOOR
                   MOVE "B" TO LK-REPLY
               ELSE
                   MOVE "Y" TO LK-REPLY
               END-IF
           END-IF
           GOBACK.

      * THE NOTIFICATION IN FORCE IS THE LATEST ONE FOR THE STATE AND
      * CATEGORY EFFECTIVE ON OR BEFORE THE DATE.
       FIND-FLOOR-PARA.
           OPEN INPUT MINWAGEFILE.
           IF FSMW NOT = "00"
               GO TO FIND-FLOOR-EXIT
           END-IF
           MOVE LK-STATE TO MWSTATE.
           MOVE LK-SKILL TO MWSKILL.
           MOVE 0 TO MWEFFDT.
           START MINWAGEFILE KEY IS NOT LESS THAN MWKEY
               INVALID KEY
                   MOVE "10" TO FSMW
           END-START.
           PERFORM UNTIL FSMW NOT = "00"
               READ MINWAGEFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF MWSTATE NOT = LK-STATE OR MWSKILL NOT = LK-SKILL
                   OR MWEFFDT > LK-ASOF
                   EXIT PERFORM
               END-IF
               COMPUTE LK-FLOOR = MWBASIC + MWVDA
           END-PERFORM
           CLOSE MINWAGEFILE.
       FIND-FLOOR-EXIT.
           EXIT.

       END PROGRAM MINWCHK.
