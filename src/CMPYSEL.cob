       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPYSEL.

      * COMPANY SELECTION FOR THE SIGNED-ON USER. THE LIST OF COMPANIES
      * THE USER MAY WORK ON IS LOADED AT SIGN-ON AND HELD HERE FOR
      * THE REST OF THE SESSION, SO THIS PROGRAM IS NEVER CANCELLED.
      * AN EMPTY LIST MEANS EVERY COMPANY.
      *   S - LOAD THE LIST FOR LK-USERID
      *   P - ASK WHICH COMPANY TO RUN FOR (SPACES = ALL) AND CHECK IT.
      *       A USER ALLOWED ONLY ONE COMPANY IS GIVEN IT WITHOUT
      *       ASKING; A USER ALLOWED SEVERAL MUST NAME ONE OF THEM.
      *   C - CHECK THE COMPANY IN LK-COMPANY
      * LK-REPLY IS Y WHEN THE COMPANY MAY BE USED, N OTHERWISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT USERFILE
               ASSIGN TO "files/USER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERID
               FILE STATUS IS FSU.

           SELECT COMPANYFILE
               ASSIGN TO "files/COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCODE
               FILE STATUS IS FSCY.

       DATA DIVISION.
       FILE SECTION.

       FD USERFILE.
       01 USERREC.
           02 USERID   PIC X(10).
           02 USERPWD  PIC X(10).
           02 USERROLE PIC X.
           02 USERSTAT PIC X.
           02 USEREMP  PIC X(6).
           02 USERCOS.
               03 USERCO PIC X(4) OCCURS 5 TIMES.

       FD COMPANYFILE.
       01 COMPANYREC.
           02 CYCODE    PIC X(4).
           02 CYNAME    PIC X(30).
           02 CYPFCODE  PIC X(15).
           02 CYESICODE PIC X(17).
           02 CYTAN     PIC X(10).
           02 CYPAN     PIC X(10).
           02 CYPTREG   PIC X(15).
           02 CYBANKAC  PIC X(20).
           02 CYIFSC    PIC X(11).
           02 CYGLCODE  PIC X(6).
           02 CYSTAT    PIC X.
           02 CYUSER    PIC X(10).
           02 CYDATE    PIC X(8).

       WORKING-STORAGE SECTION.
       77 FSU        PIC XX.
       77 FSCY       PIC XX.
       77 W-IDX      PIC 9.
       77 W-COUNT    PIC 9.
       77 W-ONLY     PIC X(4).

       01 W-ALLOWED.
           02 W-ALLOWCO PIC X(4) OCCURS 5 TIMES VALUE SPACES.

       LINKAGE SECTION.
       01 LK-FUNC    PIC X.
       01 LK-USERID  PIC X(10).
       01 LK-COMPANY PIC X(4).
       01 LK-REPLY   PIC X.

       PROCEDURE DIVISION USING LK-FUNC LK-USERID LK-COMPANY
           LK-REPLY.
       MAIN-PARA.
           MOVE "Y" TO LK-REPLY.
           IF LK-FUNC = "S"
               PERFORM LOAD-USER-PARA
               GOBACK
           END-IF
           IF LK-FUNC = "P"
               PERFORM PROMPT-PARA THRU PROMPT-EXIT
               GOBACK
           END-IF
           PERFORM CHECK-COMPANY-PARA THRU CHECK-COMPANY-EXIT.
           GOBACK.

       LOAD-USER-PARA.
           MOVE SPACES TO W-ALLOWED.
           OPEN INPUT USERFILE.
           IF FSU = "00"
               MOVE LK-USERID TO USERID
               READ USERFILE
                   NOT INVALID KEY
                       MOVE USERCOS TO W-ALLOWED
               END-READ
               CLOSE USERFILE
           END-IF.

       PROMPT-PARA.
           MOVE 0 TO W-COUNT.
           MOVE SPACES TO W-ONLY.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               IF W-ALLOWCO (W-IDX) NOT = SPACES
                   ADD 1 TO W-COUNT
                   MOVE W-ALLOWCO (W-IDX) TO W-ONLY
               END-IF
           END-PERFORM
           IF W-COUNT = 1
               MOVE W-ONLY TO LK-COMPANY
               DISPLAY "COMPANY : " LK-COMPANY
           ELSE
               DISPLAY "ENTER COMPANY CODE (SPACES = ALL) :"
               ACCEPT LK-COMPANY
           END-IF
           PERFORM CHECK-COMPANY-PARA THRU CHECK-COMPANY-EXIT.
           IF LK-REPLY NOT = "Y"
               DISPLAY "COMPANY " LK-COMPANY
                   " IS NOT ON FILE OR NOT PERMITTED FOR THIS USER"
           END-IF.
       PROMPT-EXIT.
           EXIT.

       CHECK-COMPANY-PARA.
           MOVE "Y" TO LK-REPLY.
           IF LK-COMPANY = SPACES
               IF W-ALLOWED NOT = SPACES
                   MOVE "N" TO LK-REPLY
               END-IF
               GO TO CHECK-COMPANY-EXIT
           END-IF
           IF W-ALLOWED NOT = SPACES
               MOVE "N" TO LK-REPLY
               PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
                   IF W-ALLOWCO (W-IDX) = LK-COMPANY
                       MOVE "Y" TO LK-REPLY
                   END-IF
               END-PERFORM
               IF LK-REPLY NOT = "Y"
                   GO TO CHECK-COMPANY-EXIT
               END-IF
           END-IF
           MOVE "N" TO LK-REPLY.
           OPEN INPUT COMPANYFILE.
           IF FSCY NOT = "00"
               GO TO CHECK-COMPANY-EXIT
           END-IF
           MOVE LK-COMPANY TO CYCODE.
           READ COMPANYFILE
               NOT INVALID KEY
                   IF CYSTAT NOT = "I"
                       MOVE "Y" TO LK-REPLY
                   END-IF
           END-READ.
           CLOSE COMPANYFILE.
       CHECK-COMPANY-EXIT.
           EXIT.

       END PROGRAM CMPYSEL.
