               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT SKILLCATFILE
               ASSIGN TO "files/SKILLCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKEMPID
               FILE STATUS IS FSSK.

           SELECT BRANCHFILE
               ASSIGN TO "files/BRANCH.DAT"
               ORGANIZATION IS INDEXED
       FILE SECTION.

       FD NEWHIREFILE.
       01 NEWHIRELINE PIC X(161).
      * AFTER THE EMPLOYEE DETAILS A LINE MAY CARRY THE SKILL CATEGORY
      * AND THE MONTHLY BASIC AND DA OFFERED, CHECKED AGAINST THE
      * MINIMUM WAGE FOR THE STATE OF THE BRANCH.
       01 NEWHIREPAY.
           02 FILLER    PIC X(144).
           02 NHSKILL   PIC X.
           02 NHBASIC   PIC 9(6)V99.
           02 NHDA      PIC 9(6)V99.

       FD EMPFILE.
       01 EMPREC.
           02 EEMPTYPE  PIC X.
           02 ECONTEND  PIC X(10).

       FD SKILLCATFILE.
       01 SKILLCATREC.
           02 SKEMPID   PIC X(6).
           02 SKCAT     PIC X.
           02 SKUSER    PIC X(10).
           02 SKDATE    PIC X(8).

       FD BRANCHFILE.
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

       FD DESIGNATIONFILE.
       01 DESIGNATIONREC.
       77 W-LOADED   PIC 9(6) VALUE 0.
       77 W-SKIPPED  PIC 9(6) VALUE 0.
       77 W-REJECTED PIC 9(6) VALUE 0.
       77 FSSK       PIC XX.
       77 W-MWEMPID  PIC X(6).
       77 W-MWBRNID  PIC X(6).
       77 W-MWASOF   PIC 9(8).
       77 W-MWWAGE   PIC 9(7)V99.
       77 W-MWSKILL  PIC X.
       77 W-MWSTATE  PIC X(2).
       77 W-MWFLOOR  PIC 9(7)V99.
       77 W-MWREPLY  PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
               OPEN OUTPUT EMPFILE
               OPEN I-O EMPFILE
           END-IF
           OPEN I-O SKILLCATFILE.
           IF FSSK = 30 OR FSSK = 35
               OPEN OUTPUT SKILLCATFILE
               CLOSE SKILLCATFILE
               OPEN I-O SKILLCATFILE
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-MWASOF.
           OPEN OUTPUT LOADRPTFILE.

           MOVE "BULK NEW-HIRE LOAD RUN" TO RPTLINE.
           PERFORM RESET-CHECKPOINT-PARA.
           CLOSE NEWHIREFILE.
           CLOSE EMPFILE.
           CLOSE SKILLCATFILE.
           CLOSE LOADRPTFILE.
           DISPLAY "BULK LOAD COMPLETE - " W-LOADED " LOADED, "
               W-REJECTED " REJECTED, " W-SKIPPED " DUPLICATES SKIPPED"
                   WRITE RPTLINE
               ELSE
                   PERFORM VALIDATE-NEWHIRE-PARA
                   IF W-FOUND = "Y"
                       PERFORM CHECK-MINWAGE-PARA
                   END-IF
                   IF W-FOUND = "Y"
                       WRITE EMPREC
                       PERFORM WRITE-SKILL-PARA
                       ADD 1 TO W-LOADED
                       STRING "LOADED : " EEMPID
                           DELIMITED BY SIZE INTO RPTLINE
                       END-STRING
                       WRITE RPTLINE
                   ELSE
                   IF W-FOUND = "B"
                       ADD 1 TO W-REJECTED
                       STRING "REJECTED - BELOW MINIMUM WAGE : "
                           EEMPID
                           DELIMITED BY SIZE INTO RPTLINE
                       END-STRING
                       WRITE RPTLINE
                   ELSE
                   IF W-FOUND = "C"
                       ADD 1 TO W-REJECTED
                       STRING "REJECTED - BAD SKILL CATEGORY : "
                           EEMPID
                           DELIMITED BY SIZE INTO RPTLINE
                       END-STRING
                       WRITE RPTLINE
                   ELSE
                       ADD 1 TO W-REJECTED
                       STRING "REJECTED - BAD BRANCH/DESIGNATION/"
                       END-STRING
                       WRITE RPTLINE
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      * W-FOUND IS RETURNED AS C FOR A SKILL CATEGORY OTHER THAN
      * U, S, K OR H, AND AS B WHEN THE BASIC PLUS DA OFFERED IS
      * BELOW THE MINIMUM WAGE IN FORCE TODAY. A LINE WITH NO
      * CATEGORY OR NO PAY IS NOT CHECKED.
       CHECK-MINWAGE-PARA.
           IF NHSKILL NOT = SPACE AND NHSKILL NOT = "U"
               AND NHSKILL NOT = "S" AND NHSKILL NOT = "K"
               AND NHSKILL NOT = "H"
               MOVE "C" TO W-FOUND
           ELSE
               IF NHSKILL NOT = SPACE AND NHBASIC NUMERIC
                   AND NHDA NUMERIC
                   MOVE EEMPID TO W-MWEMPID
                   MOVE EBRNID TO W-MWBRNID
                   COMPUTE W-MWWAGE = NHBASIC + NHDA
                   MOVE NHSKILL TO W-MWSKILL
                   CALL "MINWCHK" USING W-MWEMPID W-MWBRNID W-MWASOF
                       W-MWWAGE W-MWSKILL W-MWSTATE W-MWFLOOR
                       W-MWREPLY
                   CANCEL "MINWCHK"
                   IF W-MWREPLY = "B"
                       MOVE "B" TO W-FOUND
                   END-IF
               END-IF
           END-IF.

       WRITE-SKILL-PARA.
           IF NHSKILL NOT = SPACE
               MOVE EEMPID TO SKEMPID
               MOVE NHSKILL TO SKCAT
               MOVE "BULKLOAD" TO SKUSER
               MOVE FUNCTION CURRENT-DATE (1:8) TO SKDATE
               WRITE SKILLCATREC
                   INVALID KEY
                       REWRITE SKILLCATREC
               END-WRITE
           END-IF.

       VALIDATE-NEWHIRE-PARA.
           MOVE "N" TO W-FOUND.
           OPEN INPUT BRANCHFILE.
