       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURMNT.

      * TRAVEL REQUISITIONS AND TOUR ADVANCES. A REQUISITION GIVES THE
      * DESTINATION, THE DATES, THE PURPOSE AND THE ESTIMATED COST OF
      * A TRIP ON COMPANY BUSINESS, AND THE ADVANCE WANTED AGAINST IT.
      * IT IS APPROVED THROUGH THE SAME ROUTING AS EXPENSE CLAIMS. AN
      * APPROVED ADVANCE IS PAID EITHER WITH THE NEXT SALARY
      * DISBURSEMENT OR OFF-CYCLE FROM THIS SCREEN, AND IS THEN OPEN
      * UNTIL IT IS SETTLED -
      *   - APPROVED TOUR (TRV) CLAIMS ARE SET AGAINST IT BY THE CLAIMS
      *     POSTING RUN;
      *   - WHATEVER IS STILL UNSPENT THE SET NUMBER OF DAYS AFTER THE
      *     TRIP ENDS IS RECOVERED BY THE PAYROLL RUN;
      *   - AT EXIT THE FULL AND FINAL SETTLEMENT RECOVERS THE REST.
      * STATUS - R REQUESTED, A APPROVED (ADVANCE TO BE PAID),
      * X REJECTED, O OPEN (ADVANCE PAID), C CLOSED BY CLAIMS,
      * Y RECOVERED THROUGH PAYROLL, F RECOVERED IN FINAL SETTLEMENT.
      * THE RECOVERY DAYS ARE THE SINGLE RECORD OF files/TOURCFG.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TOURADVFILE
               ASSIGN TO "files/TOURADV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAID
               ALTERNATE RECORD KEY IS TAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TABRID WITH DUPLICATES
               FILE STATUS IS FSTA.

           SELECT TOURCFGFILE
               ASSIGN TO "files/TOURCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTG.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

       FD TOURADVFILE.
       01 TOURADVREC.
           02 TAID     PIC X(6).
           02 TAEMPID  PIC X(6).
           02 TABRID   PIC X(6).
           02 TADEST   PIC X(20).
           02 TAFROM   PIC X(10).
           02 TATO     PIC X(10).
           02 TAPURP   PIC X(30).
           02 TAEST    PIC 9(6)V99.
           02 TAADV    PIC 9(6)V99.
           02 TAVIA    PIC X.
           02 TASTAT   PIC X.
           02 TAAPPRID PIC X(10).
           02 TAPAIDDT PIC X(10).
           02 TAPAYREF PIC X(20).
           02 TASETAMT PIC 9(6)V99.
           02 TABAL    PIC 9(6)V99.
           02 TARCAMT  PIC 9(6)V99.
           02 TARCPER  PIC X(6).
           02 TAUSER   PIC X(10).
           02 TADATE   PIC X(8).

       FD TOURCFGFILE.
       01 TOURCFGREC.
           02 TGDAYS   PIC 999.
           02 TGUSER   PIC X(10).
           02 TGDATE   PIC X(8).

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
       77 FSTA       PIC XX.
       77 FSTG       PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-DUPCHK   PIC XX.
       77 W-IDTYPE   PIC X(2).
       77 W-NEWID    PIC X(6).
       77 W-IDOK     PIC X.
       77 W-IDX      PIC 99.
       77 W-APPRCH   PIC X.
       77 W-CHKDATE  PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-FROMINT  PIC S9(9).
       77 W-DATEOK   PIC X.
       77 W-EMPID    PIC X(6).
       77 W-DAYS     PIC 999.
       77 W-TODAY    PIC X(8).
       77 W-AMTED    PIC ZZZ,ZZ9.99.
       77 W-AMTED2   PIC ZZZ,ZZ9.99.
       77 W-TMROLE   PIC X.
       77 W-TMREPLY  PIC X.
       77 W-TMMGR    PIC X(6).
       77 W-TMEMP    PIC X(6).
       77 W-MGRPASS  PIC X VALUE "N".

      * THE REQUISITION AS ENTERED, KEPT WHILE A FREE CODE IS FOUND.
       01 W-REQ.
           02 W-RQEMPID  PIC X(6).
           02 W-RQBRID   PIC X(6).
           02 W-RQDEST   PIC X(20).
           02 W-RQFROM   PIC X(10).
           02 W-RQTO     PIC X(10).
           02 W-RQPURP   PIC X(30).
           02 W-RQEST    PIC 9(6)V99.
           02 W-RQADV    PIC 9(6)V99.
           02 W-RQVIA    PIC X.

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
      * A REPORTING MANAGER COMES HERE ONLY TO WORK THEIR TEAM'S
      * APPROVAL QUEUE AND GOES BACK WHEN IT IS DONE.
           MOVE SPACES TO W-TMEMP.
           CALL "TEAMCHK" USING W-AUDITUSER W-TMEMP W-TMROLE
               W-TMREPLY W-TMMGR.
           CANCEL "TEAMCHK".
           IF W-TMROLE = "M"
               IF W-MGRPASS = "Y"
                   MOVE "N" TO W-MGRPASS
                   EXIT PROGRAM
               END-IF
               MOVE "Y" TO W-MGRPASS
               GO TO APPROVAL-PARA
           END-IF
           COPY CLEAR-SCREEN.
           DISPLAY "****** TRAVEL REQUISITIONS AND TOUR ADVANCES ******"
               AT 0310.
           DISPLAY "1. ENTER A TRAVEL REQUISITION" AT 0520.
           DISPLAY "2. WORK APPROVAL QUEUE" AT 0620.
           DISPLAY "3. PAY AN APPROVED ADVANCE OFF-CYCLE" AT 0720.
           DISPLAY "4. LIST REQUISITIONS FOR AN EMPLOYEE" AT 0820.
           DISPLAY "5. SET DAYS BEFORE PAYROLL RECOVERY" AT 0920.
           DISPLAY "6. EXIT" AT 1020.
           DISPLAY "ENTER YOUR CHOICE :" AT 1220.
           ACCEPT CHOICE AT 1240.
           IF CHOICE = '1'
               GO TO ENTER-REQ-PARA
           ELSE
           IF CHOICE = '2'
               GO TO APPROVAL-PARA
           ELSE
           IF CHOICE = '3'
               GO TO PAY-OFFCYCLE-PARA
           ELSE
           IF CHOICE = '4'
               GO TO LIST-REQ-PARA
           ELSE
           IF CHOICE = '5'
               GO TO SET-DAYS-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO W-DATEOK.
           MOVE 0 TO W-DATEINT.
           IF W-CHKDATE(1:2) NOT NUMERIC
               OR W-CHKDATE(4:2) NOT NUMERIC
               OR W-CHKDATE(7:4) NOT NUMERIC
               OR W-CHKDATE(3:1) NOT = "/"
               OR W-CHKDATE(6:1) NOT = "/"
               MOVE "N" TO W-DATEOK
           ELSE
               MOVE W-CHKDATE(7:4) TO W-DATENUM(1:4)
               MOVE W-CHKDATE(4:2) TO W-DATENUM(5:2)
               MOVE W-CHKDATE(1:2) TO W-DATENUM(7:2)
               COMPUTE W-DATEINT =
                   FUNCTION INTEGER-OF-DATE (W-DATENUM)
               IF W-DATEINT NOT > 0
                   MOVE "N" TO W-DATEOK
               END-IF
           END-IF.

       ENTER-REQ-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O TOURADVFILE.
           MOVE FSTA TO W-DUPCHK.
           IF FSTA = 30 OR FSTA = 35
               OPEN OUTPUT TOURADVFILE
               CLOSE TOURADVFILE
               OPEN I-O TOURADVFILE
           END-IF
           MOVE SPACES TO W-REQ.
           MOVE 0 TO W-RQEST W-RQADV.
           DISPLAY "ENTER EMPLOYEE CODE :" AT 0101.
           ACCEPT W-RQEMPID AT 0135.
           OPEN INPUT EMPFILE.
           MOVE W-RQEMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   DISPLAY "NO SUCH EMPLOYEE - ENTRY CANCELLED" AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE EMPFILE
                   CLOSE TOURADVFILE
                   GO TO MAIN-PARA
           END-READ.
           IF ESTATUS = "S"
               DISPLAY "EMPLOYEE IS SEPARATED - ENTRY CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE EMPFILE
               CLOSE TOURADVFILE
               GO TO MAIN-PARA
           END-IF
           CLOSE EMPFILE.
           MOVE EBRNID TO W-RQBRID.
           DISPLAY " NAME :" EEMPNAME AT 0201.
           DISPLAY "DESTINATION :" AT 0301.
           ACCEPT W-RQDEST AT 0335.
           DISPLAY "TRAVEL FROM (DD/MM/YYYY) :" AT 0401.
           ACCEPT W-RQFROM AT 0435.
           MOVE W-RQFROM TO W-CHKDATE.
           PERFORM VALIDATE-DATE-PARA.
           MOVE W-DATEINT TO W-FROMINT.
           IF W-DATEOK = "Y"
               DISPLAY "TRAVEL TO (DD/MM/YYYY) :" AT 0501
               ACCEPT W-RQTO AT 0535
               MOVE W-RQTO TO W-CHKDATE
               PERFORM VALIDATE-DATE-PARA
           END-IF
           IF W-DATEOK NOT = "Y" OR W-DATEINT < W-FROMINT
               DISPLAY "INVALID TRAVEL DATES - ENTRY CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE TOURADVFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "PURPOSE :" AT 0601.
           ACCEPT W-RQPURP AT 0635.
           DISPLAY "ESTIMATED COST :" AT 0701.
           ACCEPT W-RQEST AT 0735.
           DISPLAY "ADVANCE REQUIRED :" AT 0801.
           ACCEPT W-RQADV AT 0835.
           IF W-RQDEST = SPACES OR W-RQPURP = SPACES OR W-RQEST = 0
               DISPLAY "DESTINATION, PURPOSE AND COST ARE REQUIRED - "
                   "ENTRY CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE TOURADVFILE
               GO TO MAIN-PARA
           END-IF
           IF W-RQADV > W-RQEST
               DISPLAY "ADVANCE EXCEEDS ESTIMATED COST - ENTRY "
                   "CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE TOURADVFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "D" TO W-RQVIA.
           IF W-RQADV > 0
               DISPLAY "PAY WITH (D)ISBURSEMENT OR (O)FF-CYCLE :"
                   AT 0901
               ACCEPT W-RQVIA AT 0942
               IF W-RQVIA = "d"
                   MOVE "D" TO W-RQVIA
               END-IF
               IF W-RQVIA = "o"
                   MOVE "O" TO W-RQVIA
               END-IF
               IF W-RQVIA NOT = "D" AND W-RQVIA NOT = "O"
                   DISPLAY "INVALID PAYMENT ROUTE - ENTRY CANCELLED"
                       AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE TOURADVFILE
                   GO TO MAIN-PARA
               END-IF
           END-IF
           PERFORM ASSIGN-REQ-ID-PARA.
           MOVE "R" TO TASTAT.
           WRITE TOURADVREC.
           MOVE "TOURADVFILE" TO AL-FILE.
           MOVE TAID TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE TOURADVFILE.
           DISPLAY "REQUISITION RECORDED - CODE " TAID
               " - AWAITING APPROVAL" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       ASSIGN-REQ-ID-PARA.
           MOVE "TA" TO W-IDTYPE.
           MOVE "N" TO W-IDOK.
           PERFORM UNTIL W-IDOK = "Y"
               CALL "NEXTID" USING W-IDTYPE W-NEWID
               MOVE W-NEWID TO TAID
               IF W-DUPCHK = 30 OR W-DUPCHK = 35
                   MOVE "Y" TO W-IDOK
               ELSE
                   READ TOURADVFILE
                       INVALID KEY MOVE "Y" TO W-IDOK
                   END-READ
               END-IF
           END-PERFORM
           MOVE SPACES TO TOURADVREC.
           MOVE W-NEWID   TO TAID.
           MOVE W-RQEMPID TO TAEMPID.
           MOVE W-RQBRID  TO TABRID.
           MOVE W-RQDEST  TO TADEST.
           MOVE W-RQFROM  TO TAFROM.
           MOVE W-RQTO    TO TATO.
           MOVE W-RQPURP  TO TAPURP.
           MOVE W-RQEST   TO TAEST.
           MOVE W-RQADV   TO TAADV.
           MOVE W-RQVIA   TO TAVIA.
           MOVE 0 TO TASETAMT TABAL TARCAMT.
           MOVE W-AUDITUSER TO TAUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TADATE.

       APPROVAL-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O TOURADVFILE.
           IF FSTA NOT = "00"
               DISPLAY "NO REQUISITIONS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           PERFORM UNTIL FSTA = "10"
               READ TOURADVFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSTA = "00" AND TASTAT = "R"
                   CALL "TEAMCHK" USING W-AUDITUSER TAEMPID W-TMROLE
                       W-TMREPLY W-TMMGR
                   CANCEL "TEAMCHK"
               END-IF
               IF FSTA = "00" AND TASTAT = "R" AND W-TMREPLY = "Y"
                   PERFORM REVIEW-REQ-PARA
                   IF W-APPRCH = "Q" OR W-APPRCH = "q"
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TOURADVFILE.
           DISPLAY "NO MORE PENDING REQUISITIONS" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * A REQUISITION WITH NO ADVANCE IS CLOSED ON APPROVAL - ITS
      * CLAIMS ARE PAID IN THE ORDINARY WAY.
       REVIEW-REQ-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "****** PENDING TRAVEL REQUISITION ******" AT 0101.
           DISPLAY " REQUISITION    :" TAID AT 0201.
           DISPLAY " EMPLOYEE CODE  :" TAEMPID AT 0301.
           DISPLAY " DESTINATION    :" TADEST AT 0401.
           DISPLAY " TRAVEL DATES   :" TAFROM " TO " TATO AT 0501.
           DISPLAY " PURPOSE        :" TAPURP AT 0601.
           MOVE TAEST TO W-AMTED.
           DISPLAY " ESTIMATED COST :" W-AMTED AT 0701.
           MOVE TAADV TO W-AMTED.
           DISPLAY " ADVANCE        :" W-AMTED "  PAID BY " TAVIA
               AT 0801.
           DISPLAY "(A)PPROVE, RE(J)ECT, (S)KIP, (Q)UIT :" AT 1001.
           ACCEPT W-APPRCH AT 1040.
           EVALUATE W-APPRCH
               WHEN "A"
               WHEN "a"
                   IF TAADV = 0
                       MOVE "C" TO TASTAT
                   ELSE
                       MOVE "A" TO TASTAT
                   END-IF
                   MOVE W-AUDITUSER TO TAAPPRID
                   REWRITE TOURADVREC
                   MOVE "TOURADVFILE" TO AL-FILE
                   MOVE TAID TO AL-KEY
                   MOVE "APPROVE" TO AL-ACTION
                   PERFORM WRITE-AUDIT-PARA
                   IF TAVIA = "O"
                       DISPLAY "APPROVED - PAY THE ADVANCE OFF-CYCLE"
                           AT 1201
                   ELSE
                       DISPLAY "APPROVED - ADVANCE PAYS WITH THE NEXT "
                           "DISBURSEMENT" AT 1201
                   END-IF
                   ACCEPT STUFF AT 1301
               WHEN "J"
               WHEN "j"
                   MOVE "X" TO TASTAT
                   MOVE W-AUDITUSER TO TAAPPRID
                   REWRITE TOURADVREC
                   MOVE "TOURADVFILE" TO AL-FILE
                   MOVE TAID TO AL-KEY
                   MOVE "REJECT" TO AL-ACTION
                   PERFORM WRITE-AUDIT-PARA
                   DISPLAY "REQUISITION REJECTED" AT 1201
                   ACCEPT STUFF AT 1301
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * AN ADVANCE MEANT FOR THE DISBURSEMENT MAY STILL BE PAID HERE
      * IF THE TRIP CANNOT WAIT; IT IS THEN MARKED OFF-CYCLE SO THE
      * DISBURSEMENT DOES NOT PAY IT AGAIN.
       PAY-OFFCYCLE-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O TOURADVFILE.
           IF FSTA NOT = "00"
               DISPLAY "NO REQUISITIONS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER REQUISITION CODE :" AT 0101.
           ACCEPT TAID AT 0135.
           READ TOURADVFILE
               INVALID KEY
                   DISPLAY "NO SUCH REQUISITION" AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE TOURADVFILE
                   GO TO MAIN-PARA
           END-READ.
           IF TASTAT NOT = "A"
               DISPLAY "REQUISITION IS NOT AN APPROVED UNPAID ADVANCE"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE TOURADVFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY " EMPLOYEE CODE  :" TAEMPID AT 0201.
           DISPLAY " DESTINATION    :" TADEST AT 0301.
           MOVE TAADV TO W-AMTED.
           DISPLAY " ADVANCE        :" W-AMTED AT 0401.
           DISPLAY "VOUCHER / CHEQUE REFERENCE :" AT 0601.
           ACCEPT TAPAYREF AT 0635.
           IF TAPAYREF = SPACES
               DISPLAY "PAYMENT REFERENCE IS REQUIRED - NOT PAID"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE TOURADVFILE
               GO TO MAIN-PARA
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           MOVE W-TODAY (7:2) TO TAPAIDDT (1:2).
           MOVE "/" TO TAPAIDDT (3:1).
           MOVE W-TODAY (5:2) TO TAPAIDDT (4:2).
           MOVE "/" TO TAPAIDDT (6:1).
           MOVE W-TODAY (1:4) TO TAPAIDDT (7:4).
           MOVE "O" TO TAVIA.
           MOVE "O" TO TASTAT.
           MOVE TAADV TO TABAL.
           MOVE 0 TO TASETAMT.
           REWRITE TOURADVREC.
           MOVE "TOURADVFILE" TO AL-FILE.
           MOVE TAID TO AL-KEY.
           MOVE "PAID" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE TOURADVFILE.
           DISPLAY "ADVANCE PAID AND OPEN AGAINST THE TRIP" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       LIST-REQ-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT TOURADVFILE.
           IF FSTA NOT = "00"
               DISPLAY "NO REQUISITIONS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE CODE :" AT 0101.
           ACCEPT W-EMPID AT 0135.
           COPY CLEAR-SCREEN.
           DISPLAY " CODE    DESTINATION          FROM        "
               AT 0101.
           DISPLAY "ADVANCE     BALANCE    ST" AT 0144.
           MOVE 0 TO W-IDX.
           MOVE W-EMPID TO TAEMPID.
           START TOURADVFILE KEY IS EQUAL TO TAEMPID
               INVALID KEY MOVE "10" TO FSTA
           END-START.
           PERFORM UNTIL FSTA = "10"
               READ TOURADVFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSTA = "00" OR FSTA = "02"
                   IF TAEMPID NOT = W-EMPID
                       EXIT PERFORM
                   END-IF
                   IF W-IDX < 18
                       ADD 1 TO W-IDX
                       MOVE TAADV TO W-AMTED
                       MOVE TABAL TO W-AMTED2
                       DISPLAY " " TAID "  " TADEST " " TAFROM "  "
                           W-AMTED "  " W-AMTED2 "  " TASTAT
                           AT LINE (W-IDX + 2) COLUMN 1
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TOURADVFILE.
           IF W-IDX = 0
               DISPLAY " NO REQUISITIONS FOR THAT EMPLOYEE" AT 0301
           END-IF
           DISPLAY "R REQUESTED A APPROVED X REJECTED O OPEN C CLOSED "
               AT 2101.
           DISPLAY "Y PAYROLL F SETTLEMENT" AT 2151.
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       SET-DAYS-PARA.
           COPY CLEAR-SCREEN.
           MOVE 30 TO W-DAYS.
           OPEN INPUT TOURCFGFILE.
           IF FSTG = "00"
               READ TOURCFGFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TGDAYS TO W-DAYS
               END-READ
               CLOSE TOURCFGFILE
           END-IF
           DISPLAY "AN ADVANCE NOT SETTLED BY CLAIMS IS RECOVERED BY "
               "PAYROLL" AT 0101.
           DISPLAY "THIS MANY DAYS AFTER THE TRIP ENDS :" AT 0201.
           DISPLAY W-DAYS AT 0240.
           ACCEPT W-DAYS AT 0240 WITH UPDATE.
           IF W-DAYS = 0
               DISPLAY "DAYS MUST BE GREATER THAN ZERO - NOT CHANGED"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           OPEN OUTPUT TOURCFGFILE.
           MOVE W-DAYS TO TGDAYS.
           MOVE W-AUDITUSER TO TGUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TGDATE.
           WRITE TOURCFGREC.
           CLOSE TOURCFGFILE.
           MOVE "TOURCFGFILE" TO AL-FILE.
           MOVE "DAYS" TO AL-KEY.
           MOVE "UPDATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "RECOVERY DAYS STORED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM TOURMNT.
