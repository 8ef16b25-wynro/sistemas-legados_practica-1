       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEAMCHK.

      * APPROVAL ROUTING. GIVEN THE SIGNED-ON USER AND THE EMPLOYEE A
      * LEAVE REQUEST, OVERTIME ENTRY OR CLAIM BELONGS TO, RETURNS THE
      * USER'S ROLE, THE EMPLOYEE'S REPORTING MANAGER AND WHETHER THE
      * USER MAY APPROVE IT -
      *   - NOBODY APPROVES THEIR OWN REQUEST;
      *   - A MANAGER (ROLE M) APPROVES ONLY FOR THEIR DIRECT AND
      *     INDIRECT REPORTS;
      *   - AN ADMINISTRATOR MAY APPROVE FOR ANYONE;
      *   - ANY OTHER ROLE APPROVES ONLY FOR AN EMPLOYEE WITH NO
      *     REPORTING MANAGER - EVERYONE ELSE IS ROUTED TO THEIR
      *     MANAGER.
      * WITH NO EMPLOYEE PASSED ONLY THE ROLE IS RETURNED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT USERFILE
               ASSIGN TO "files/USER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERID
               FILE STATUS IS FSU.

           SELECT REPTLINEFILE
               ASSIGN TO "files/REPTLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLEMPID
               ALTERNATE RECORD KEY IS RLMGRID WITH DUPLICATES
               FILE STATUS IS FSRL.

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

       FD REPTLINEFILE.
       01 REPTLINEREC.
           02 RLEMPID   PIC X(6).
           02 RLMGRID   PIC X(6).
           02 RLUSER    PIC X(10).
           02 RLDATE    PIC X(8).

       WORKING-STORAGE SECTION.
       77 FSU        PIC XX.
       77 FSRL       PIC XX.
       77 W-UEMP     PIC X(6).
       77 W-CUR      PIC X(6).
       77 W-LEVEL    PIC 99.

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
       01 LK-EMPID  PIC X(6).
       01 LK-ROLE   PIC X.
       01 LK-REPLY  PIC X.
       01 LK-MGRID  PIC X(6).

       PROCEDURE DIVISION USING LK-USERID LK-EMPID LK-ROLE LK-REPLY
           LK-MGRID.
       MAIN-PARA.
           MOVE "N" TO LK-REPLY.
           MOVE SPACES TO LK-MGRID.
           MOVE "A" TO LK-ROLE.
           MOVE SPACES TO W-UEMP.
           OPEN INPUT USERFILE.
           IF FSU = "00"
               MOVE LK-USERID TO USERID
               READ USERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USERROLE NOT = SPACE
                           MOVE USERROLE TO LK-ROLE
                       END-IF
                       MOVE USEREMP TO W-UEMP
               END-READ
               CLOSE USERFILE
           END-IF
           IF LK-EMPID = SPACES
               GOBACK
           END-IF
           OPEN INPUT REPTLINEFILE.
           IF FSRL = "00"
               MOVE LK-EMPID TO RLEMPID
               READ REPTLINEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RLMGRID TO LK-MGRID
               END-READ
           END-IF
           IF W-UEMP NOT = SPACES AND W-UEMP = LK-EMPID
               CONTINUE
           ELSE
               EVALUATE LK-ROLE
                   WHEN "A"
                       MOVE "Y" TO LK-REPLY
                   WHEN "M"
                       PERFORM WALK-CHAIN-PARA
                   WHEN OTHER
                       IF LK-MGRID = SPACES
                           MOVE "Y" TO LK-REPLY
                       END-IF
               END-EVALUATE
           END-IF
           IF FSRL = "00" OR FSRL = "23"
               CLOSE REPTLINEFILE
           END-IF
           GOBACK.

      * UP THE REPORTING LINE FROM THE EMPLOYEE'S MANAGER; THE DEPTH
      * IS BOUNDED SO A BROKEN CHAIN CANNOT LOOP.
       WALK-CHAIN-PARA.
           IF W-UEMP = SPACES
               GO TO WALK-CHAIN-EXIT
           END-IF
           MOVE LK-MGRID TO W-CUR.
           PERFORM VARYING W-LEVEL FROM 1 BY 1
                   UNTIL W-LEVEL > 20 OR W-CUR = SPACES
               IF W-CUR = W-UEMP
                   MOVE "Y" TO LK-REPLY
                   EXIT PERFORM
               END-IF
               MOVE W-CUR TO RLEMPID
               READ REPTLINEFILE
                   INVALID KEY
                       MOVE SPACES TO W-CUR
                   NOT INVALID KEY
                       MOVE RLMGRID TO W-CUR
               END-READ
           END-PERFORM.
       WALK-CHAIN-EXIT.
           EXIT.

       END PROGRAM TEAMCHK.
