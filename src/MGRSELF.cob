       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGRSELF.

      * MANAGER SELF SERVICE. A USER WITH ROLE M IS LINKED TO THEIR
      * OWN EMPLOYEE CODE; THEIR TEAM IS EVERYONE WHO REPORTS TO THEM
      * ON files/REPTLINE.DAT, DIRECTLY OR THROUGH ANOTHER MANAGER.
      * THE LEAVE, OVERTIME AND CLAIM QUEUES REACHED FROM HERE SHOW
      * ONLY THAT TEAM'S ITEMS (SEE TEAMCHK).

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

           SELECT OTFILE
               ASSIGN TO "files/OT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OTID
               ALTERNATE RECORD KEY IS OTEMPID WITH DUPLICATES
               FILE STATUS IS FSOT.

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

       FD OTFILE.
       01 OTREC.
           02 OTID     PIC X(6).
           02 OTEMPID  PIC X(6).
           02 OTDATE   PIC X(10).
           02 OTHOURS  PIC 99V9.
           02 OTSUPV   PIC X(10).
           02 OTPERIOD PIC X(6).
           02 OTPOSTED PIC X.
           02 OTELECT  PIC X.

       WORKING-STORAGE SECTION.
       77 FSRL       PIC XX.
       77 FSE        PIC XX.
       77 FSOT       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-EMPID    PIC X(6).
       77 W-ROLE     PIC X.
       77 W-CUR      PIC X(6).
       77 W-CURLVL   PIC 99.
       77 W-HEAD     PIC 999.
       77 W-TAIL     PIC 999.
       77 W-IDX      PIC 999.
       77 W-LINE     PIC 99.
       77 W-DIRECT   PIC 999.
       77 W-APPRCH   PIC X.
       77 W-HRSED    PIC Z9.9.
       77 W-TMROLE   PIC X.
       77 W-TMREPLY  PIC X.
       77 W-TMMGR    PIC X(6).

      * THE TEAM, BUILT A LEVEL AT A TIME DOWN THE REPORTING LINES.
       01 TEAM-TABLE.
           02 TM-ENTRY OCCURS 200 TIMES.
               03 TM-EMPID  PIC X(6).
               03 TM-LEVEL  PIC 99.

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
       01 LK-EMPID  PIC X(6).

       PROCEDURE DIVISION USING LK-USERID LK-EMPID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE LK-EMPID TO W-EMPID.
           MOVE "M" TO W-ROLE.
           COPY CLEAR-SCREEN.
           DISPLAY "*******************************************"
               AT 0310.
           DISPLAY "        MANAGER SELF SERVICE               "
               AT 0510.
           DISPLAY "*******************************************"
               AT 0710.
           DISPLAY "SIGNED ON AS " LK-USERID " (EMPLOYEE " W-EMPID ")"
               AT 0810.
           DISPLAY "1. MY TEAM" AT 1020.
           DISPLAY "2. TEAM LEAVE APPROVALS" AT 1120.
           DISPLAY "3. TEAM OVERTIME APPROVALS" AT 1220.
           DISPLAY "4. TEAM EXPENSE CLAIM APPROVALS" AT 1320.
           DISPLAY "5. MY OWN EMPLOYEE SELF SERVICE" AT 1420.
           DISPLAY "6. TEAM SALES INCENTIVE APPROVALS" AT 1520.
           DISPLAY "7. LOG OUT" AT 1620.
           DISPLAY "ENTER YOUR CHOICE :" AT 1720.
           ACCEPT CHOICE AT 1740.
           IF CHOICE = '1'
               GO TO MY-TEAM-PARA
           ELSE
           IF CHOICE = '2'
               CALL "EMPWRITE" USING W-AUDITUSER W-ROLE
               CANCEL "EMPWRITE"
               GO TO MAIN-PARA
           ELSE
           IF CHOICE = '3'
               GO TO OT-APPROVAL-PARA
           ELSE
           IF CHOICE = '4'
               CALL "CLAIMMNT" USING W-AUDITUSER
               CANCEL "CLAIMMNT"
               GO TO MAIN-PARA
           ELSE
           IF CHOICE = '5'
               CALL "EMPSELF" USING W-AUDITUSER W-EMPID
               CANCEL "EMPSELF"
               GO TO MAIN-PARA
           ELSE
           IF CHOICE = '6'
               CALL "INCAPPR" USING W-AUDITUSER W-ROLE
               CANCEL "INCAPPR"
               GO TO MAIN-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       MY-TEAM-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT REPTLINEFILE.
           IF FSRL NOT = "00"
               DISPLAY "NO REPORTING LINES ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           MOVE 0 TO W-TAIL.
           MOVE W-EMPID TO W-CUR.
           MOVE 1 TO W-CURLVL.
           PERFORM LOAD-REPORTS-PARA THRU LOAD-REPORTS-EXIT.
           MOVE W-TAIL TO W-DIRECT.
           PERFORM VARYING W-HEAD FROM 1 BY 1 UNTIL W-HEAD > W-TAIL
               IF TM-LEVEL (W-HEAD) < 20
                   MOVE TM-EMPID (W-HEAD) TO W-CUR
                   COMPUTE W-CURLVL = TM-LEVEL (W-HEAD) + 1
                   PERFORM LOAD-REPORTS-PARA THRU LOAD-REPORTS-EXIT
               END-IF
           END-PERFORM
           CLOSE REPTLINEFILE.
           IF W-TAIL = 0
               DISPLAY "NOBODY REPORTS TO YOU" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           OPEN INPUT EMPFILE.
           PERFORM TEAM-HEAD-PARA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-TAIL
               IF W-LINE > 19
                   DISPLAY "PRESS ENTER FOR MORE" AT 2201
                   ACCEPT STUFF AT 2301
                   PERFORM TEAM-HEAD-PARA
               END-IF
               MOVE TM-EMPID (W-IDX) TO EEMPID
               READ EMPFILE INVALID KEY
                   MOVE SPACES TO EEMPNAME EBRNID EDEPCODE ESTATUS
               END-READ
               IF TM-LEVEL (W-IDX) = 1
                   DISPLAY " " EEMPID " " EEMPNAME " " EBRNID " "
                       EDEPCODE "  DIRECT    " ESTATUS
                       AT LINE W-LINE COLUMN 1
               ELSE
                   DISPLAY " " EEMPID " " EEMPNAME " " EBRNID " "
                       EDEPCODE "  LEVEL " TM-LEVEL (W-IDX) "  "
                       ESTATUS AT LINE W-LINE COLUMN 1
               END-IF
               ADD 1 TO W-LINE
           END-PERFORM
           CLOSE EMPFILE.
           DISPLAY "DIRECT REPORTS : " W-DIRECT "   WHOLE TEAM : "
               W-TAIL AT 2101.
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       TEAM-HEAD-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "****** MY TEAM ******" AT 0101.
           DISPLAY " EMP ID NAME                      BRANCH DEPT  "
               "  REPORTS   ST" AT 0201.
           MOVE 3 TO W-LINE.

      * ADD EVERYONE WHOSE MANAGER IS W-CUR TO THE END OF THE TABLE.
       LOAD-REPORTS-PARA.
           MOVE W-CUR TO RLMGRID.
           START REPTLINEFILE KEY IS = RLMGRID
               INVALID KEY GO TO LOAD-REPORTS-EXIT
           END-START.
           PERFORM UNTIL FSRL NOT = "00"
               READ REPTLINEFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF RLMGRID NOT = W-CUR
                   EXIT PERFORM
               END-IF
               IF W-TAIL < 200
                   ADD 1 TO W-TAIL
                   MOVE RLEMPID TO TM-EMPID (W-TAIL)
                   MOVE W-CURLVL TO TM-LEVEL (W-TAIL)
               END-IF
           END-PERFORM.
       LOAD-REPORTS-EXIT.
           EXIT.

      * OVERTIME ENTERED FOR A TEAM MEMBER WAITS AT STATUS P. APPROVED
      * ENTRIES GO TO N FOR THE NEXT OVERTIME POSTING; REJECTED ONES
      * GO TO R AND ARE NEVER POSTED.
       OT-APPROVAL-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O OTFILE.
           IF FSOT NOT = "00"
               DISPLAY "NO OVERTIME ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           PERFORM UNTIL FSOT = "10"
               READ OTFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSOT = "00" AND OTPOSTED = "P"
                   CALL "TEAMCHK" USING W-AUDITUSER OTEMPID W-TMROLE
                       W-TMREPLY W-TMMGR
                   CANCEL "TEAMCHK"
               END-IF
               IF FSOT = "00" AND OTPOSTED = "P" AND W-TMREPLY = "Y"
                   PERFORM REVIEW-OT-PARA THRU REVIEW-OT-EXIT
                   IF W-APPRCH = "Q" OR W-APPRCH = "q"
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OTFILE.
           DISPLAY "NO MORE PENDING OVERTIME" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       REVIEW-OT-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "****** PENDING OVERTIME ******" AT 0101.
           DISPLAY " OT CODE        :" OTID AT 0201.
           DISPLAY " EMPLOYEE CODE  :" OTEMPID AT 0301.
           DISPLAY " OT DATE        :" OTDATE AT 0401.
           MOVE OTHOURS TO W-HRSED.
           DISPLAY " HOURS          :" W-HRSED AT 0501.
           IF OTELECT = "C"
               DISPLAY " TAKEN AS       :COMP-OFF" AT 0601
           ELSE
               DISPLAY " TAKEN AS       :PAY" AT 0601
           END-IF
           DISPLAY "(A)PPROVE, RE(J)ECT, (S)KIP, (Q)UIT :" AT 0901.
           ACCEPT W-APPRCH AT 0940.
           EVALUATE W-APPRCH
               WHEN "A"
               WHEN "a"
                   MOVE "N" TO OTPOSTED
                   MOVE W-AUDITUSER TO OTSUPV
                   REWRITE OTREC
                   MOVE "OTFILE" TO AL-FILE
                   MOVE OTID TO AL-KEY
                   MOVE "APPROVE" TO AL-ACTION
                   PERFORM WRITE-AUDIT-PARA
                   DISPLAY "OVERTIME APPROVED" AT 1101
                   ACCEPT STUFF AT 1201
               WHEN "J"
               WHEN "j"
                   MOVE "R" TO OTPOSTED
                   MOVE W-AUDITUSER TO OTSUPV
                   REWRITE OTREC
                   MOVE "OTFILE" TO AL-FILE
                   MOVE OTID TO AL-KEY
                   MOVE "REJECT" TO AL-ACTION
                   PERFORM WRITE-AUDIT-PARA
                   DISPLAY "OVERTIME REJECTED" AT 1101
                   ACCEPT STUFF AT 1201
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       REVIEW-OT-EXIT.
           EXIT.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM MGRSELF.
