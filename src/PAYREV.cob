       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREV.

      * REVERSAL OF A CLOSED PAYROLL RESULT. A PAYROLL USER ASKS FOR
      * ONE EMPLOYEE'S RESULT, OR A WHOLE RUN, OF A CLOSED PERIOD TO
      * BE VOIDED; THE REQUEST IS HELD ON files/PAYREV.DAT UNTIL A
      * SECOND USER WITH APPROVER RIGHTS (ROLE A OR P) AUTHORISES IT.
      * NOBODY MAY AUTHORISE A REVERSAL THEY ASKED FOR THEMSELVES.
      * ON AUTHORISATION EACH RESULT IS MOVED OFF PAY HISTORY AND THE
      * PAY RESULTS ONTO THE REVERSAL HISTORY (files/PAYREVH.DAT), SO
      * THAT EVERY REPORT OF THE PERIOD NETS IT OUT. THE GL INTERFACE
      * POSTS THE REVERSING ENTRIES FROM THERE, THE STOP LIST
      * (files/REVSTOP.DAT) KEEPS DISBURSE FROM PAYING IT AGAIN AND
      * THE RECALL LIST (files/PAYREV.LST) TELLS THE TREASURY WHAT TO
      * RECALL OR STOP. REISSUE PAYS THE CORRECTED RESULTS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYREVFILE
               ASSIGN TO "files/PAYREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVNO
               FILE STATUS IS FSRV.

           SELECT PAYREVHFILE
               ASSIGN TO "files/PAYREVH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHKEY
               FILE STATUS IS FSRH.

           SELECT PAYHISTFILE
               ASSIGN TO "files/PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHKEY
               FILE STATUS IS FSH.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT REVSTOPFILE
               ASSIGN TO "files/REVSTOP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVKEY
               FILE STATUS IS FSSV.

           SELECT DISBSTATFILE
               ASSIGN TO "files/DISBSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSEMPID
               FILE STATUS IS FSDS.

           SELECT RECALLFILE
               ASSIGN TO "files/PAYREV.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRC.

       DATA DIVISION.
       FILE SECTION.

       FD PAYREVFILE.
       01 PAYREVREC.
           02 RVNO      PIC X(6).
           02 RVSCOPE   PIC X.
           02 RVEMPID   PIC X(6).
           02 RVPERIOD  PIC X(6).
           02 RVRUN     PIC X(2).
           02 RVREASON  PIC X(30).
           02 RVSTAT    PIC X.
           02 RVMAKER   PIC X(10).
           02 RVMDATE   PIC X(8).
           02 RVCHKR    PIC X(10).
           02 RVCDATE   PIC X(8).
           02 RVCOUNT   PIC 9(4).
           02 RVNET     PIC S9(10)V99.
           02 RVREISS   PIC X(8).

       FD PAYREVHFILE.
       01 PAYREVHREC.
           02 RHKEY.
               03 RHNO     PIC X(6).
               03 RHEMPID  PIC X(6).
           02 RHPERIOD  PIC X(6).
           02 RHRUN     PIC X(2).
           02 RHSTAT    PIC X.
           02 RHDISB    PIC X.
           02 RHDISREF  PIC X(20).
           02 RHGLREV   PIC X.
           02 RHGLNEW   PIC X.
           02 RHNEWNET  PIC S9(8)V99.
           02 RHHIST    PIC X(296).
           02 RHRESULT  PIC X(1219).

       FD PAYHISTFILE.
       01 PAYHISTREC.
           02 PHKEY.
               03 PHEMPID  PIC X(6).
               03 PHPERIOD PIC X(6).
               03 PHRUN    PIC X(2).
           02 PHPAYDATA PIC X(296).

       FD PAYRESFILE.
       01 PAYRESREC.
           02 RSKEY.
               03 RSEMPID  PIC X(6).
               03 RSPERIOD PIC X(6).
               03 RSRUN    PIC X(2).
           02 RSNAME    PIC X(25).
           02 RSBRNID   PIC X(6).
           02 RSDEPCODE PIC X(6).
           02 RSDESID   PIC X(6).
           02 RSGRDNO   PIC 99.
           02 RSEMPTYPE PIC X.
           02 RSPFESI   PIC X.
           02 RSMONDAYS PIC 99.
           02 RSDAYSPD  PIC 99.
           02 RSPAYDATA PIC X(296).
           02 RSGROSS   PIC 9(8)V99.
           02 RSDEDUCT  PIC 9(8)V99.
           02 RSNET     PIC S9(8)V99.
           02 RSDEFER   PIC 9(8)V99.
           02 RSCLASSES PIC X(410).
           02 RSRUNDATE PIC X(8).
           02 RSCOMPS   PIC X(315).
           02 RSNPSEE   PIC 9(8)V99.
           02 RSNPSER   PIC 9(8)V99.
           02 RSPRAN    PIC X(12).
           02 FILLER    PIC X(53).

       FD REVSTOPFILE.
       01 REVSTOPREC.
           02 SVKEY.
               03 SVEMPID  PIC X(6).
               03 SVPERIOD PIC X(6).
               03 SVRUN    PIC X(2).
           02 SVNO      PIC X(6).
           02 SVSTAT    PIC X.
           02 SVDATE    PIC X(8).

       FD DISBSTATFILE.
       01 DISBSTATREC.
           02 DSEMPID   PIC X(6).
           02 DSAMOUNT  PIC 9(8)V99.
           02 DSSTATUS  PIC X.
           02 DSREASON  PIC X(20).

       FD RECALLFILE.
       01 RECALLLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRV       PIC XX.
       77 FSRH       PIC XX.
       77 FSH        PIC XX.
       77 FSRS       PIC XX.
       77 FSSV       PIC XX.
       77 FSDS       PIC XX.
       77 FSRC       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-ROLE     PIC X.
       77 W-OK       PIC X.
       77 W-MSG      PIC X(60).
       77 W-APPRCH   PIC X.
       77 W-IDX      PIC 99.
       77 W-OWN      PIC 999.
       77 W-SCOPE    PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-RUN      PIC X(2).
       77 W-EMPID    PIC X(6).
       77 W-REASON   PIC X(30).
       77 W-FOUND    PIC X.
       77 W-HITS     PIC 9(4).
       77 W-DSOPEN   PIC X.
       77 W-IDTYPE   PIC X(2).
       77 W-REVNO    PIC X(6).
       77 W-COUNT    PIC 9(4).
       77 W-NET      PIC S9(10)V99.
       77 W-NETED    PIC -ZZZ,ZZZ,ZZ9.99.

       01 RECALL-LINE.
           02 RL-EMPID   PIC X(8).
           02 RL-NAME    PIC X(26).
           02 RL-NET     PIC ZZZ,ZZZ.99-.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 RL-ACTION  PIC X(33).

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
       01 LK-ROLE   PIC X.

       PROCEDURE DIVISION USING LK-USERID LK-ROLE.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE LK-ROLE TO W-ROLE.
           IF W-ROLE = SPACE
               MOVE "A" TO W-ROLE
           END-IF
           COPY CLEAR-SCREEN.
           IF W-ROLE NOT = "A" AND W-ROLE NOT = "P"
               DISPLAY "ONLY ADMINISTRATORS AND PAYROLL USERS MAY "
                   "REVERSE PAY" AT 1010
               ACCEPT STUFF AT 1110
               EXIT PROGRAM
           END-IF
           DISPLAY "****** PAYROLL REVERSAL ******" AT 0310.
           DISPLAY "1. REQUEST A REVERSAL" AT 0520.
           DISPLAY "2. AUTHORISE PENDING REVERSALS" AT 0620.
           DISPLAY "3. LIST REVERSALS" AT 0720.
           DISPLAY "4. EXIT" AT 0820.
           DISPLAY "ONLY A CLOSED PERIOD IS REVERSED. A REVERSAL MUST "
               "BE AUTHORISED" AT 1005.
           DISPLAY "BY A USER OTHER THAN THE ONE WHO ASKED FOR IT."
               AT 1105.
           DISPLAY "ENTER YOUR CHOICE :" AT 1320.
           ACCEPT CHOICE AT 1340.
           IF CHOICE = '1'
               GO TO REQUEST-PARA
           ELSE
           IF CHOICE = '2'
               GO TO AUTHORISE-PARA
           ELSE
           IF CHOICE = '3'
               GO TO LIST-REV-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       VALIDATE-PERIOD-PARA.
           MOVE "N" TO W-OK.
           IF W-PERIN(1:2) NUMERIC AND W-PERIN(3:1) = "/"
               AND W-PERIN(4:4) NUMERIC
               IF W-PERIN(1:2) >= "01" AND W-PERIN(1:2) <= "12"
                   MOVE "Y" TO W-OK
                   MOVE W-PERIN(4:4) TO W-PERIOD(1:4)
                   MOVE W-PERIN(1:2) TO W-PERIOD(5:2)
               END-IF
           END-IF.

      * A PERIOD IS CLOSED ONCE ITS PAY HAS BEEN STAMPED ON PAY
      * HISTORY, SO THAT IS WHERE THE RESULTS TO BE REVERSED ARE LOOKED
      * FOR. A RUN NOT YET CLOSED IS CORRECTED BY RUNNING IT AGAIN.
       REQUEST-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "****** REQUEST A PAYROLL REVERSAL ******" AT 0101.
           DISPLAY "ONE EMPLOYEE OR A WHOLE RUN (E/R)  :" AT 0301.
           ACCEPT W-SCOPE AT 0338.
           IF W-SCOPE = "e"
               MOVE "E" TO W-SCOPE
           END-IF
           IF W-SCOPE = "r"
               MOVE "R" TO W-SCOPE
           END-IF
           IF W-SCOPE NOT = "E" AND W-SCOPE NOT = "R"
               DISPLAY "ENTER E OR R - NOTHING REQUESTED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "PERIOD (MM/YYYY)                  :" AT 0401.
           ACCEPT W-PERIN AT 0438.
           PERFORM VALIDATE-PERIOD-PARA.
           IF W-OK NOT = "Y"
               DISPLAY "INVALID PERIOD - NOTHING REQUESTED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           MOVE "00" TO W-RUN.
           DISPLAY "RUN (00 REGULAR, 01-99 SUPPLEMENT):" AT 0501.
           ACCEPT W-RUN AT 0538 WITH UPDATE.
           IF W-RUN NOT NUMERIC
               DISPLAY "INVALID RUN - NOTHING REQUESTED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           MOVE SPACES TO W-EMPID.
           IF W-SCOPE = "E"
               DISPLAY "EMPLOYEE ID                       :" AT 0601
               ACCEPT W-EMPID AT 0638
           END-IF
           DISPLAY "REASON                            :" AT 0701.
           MOVE SPACES TO W-REASON.
           ACCEPT W-REASON AT 0738.
           IF W-REASON = SPACES
               DISPLAY "A REASON MUST BE GIVEN - NOTHING REQUESTED"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           PERFORM COUNT-RESULTS-PARA THRU COUNT-RESULTS-EXIT.
           IF W-HITS = 0
               DISPLAY "NO CLOSED PAY FOR THAT PERIOD AND RUN - "
                   "NOTHING REQUESTED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           OPEN I-O PAYREVFILE.
           IF FSRV = 30 OR FSRV = 35
               OPEN OUTPUT PAYREVFILE
               CLOSE PAYREVFILE
               OPEN I-O PAYREVFILE
           END-IF
           PERFORM CHECK-PENDING-PARA.
           IF W-FOUND = "Y"
               DISPLAY "A REVERSAL OF THIS PAY IS ALREADY AWAITING "
                   "AUTHORISATION" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE PAYREVFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY W-HITS " RESULT(S) WILL BE VOIDED" AT 0901.
           DISPLAY "SUBMIT FOR AUTHORISATION (Y/N) :" AT 1001.
           ACCEPT W-OK AT 1034.
           IF W-OK NOT = "Y" AND W-OK NOT = "y"
               DISPLAY "NOTHING REQUESTED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE PAYREVFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "PR" TO W-IDTYPE.
           CALL "NEXTID" USING W-IDTYPE W-REVNO.
           INITIALIZE PAYREVREC.
           MOVE W-REVNO TO RVNO.
           MOVE W-SCOPE TO RVSCOPE.
           MOVE W-EMPID TO RVEMPID.
           MOVE W-PERIOD TO RVPERIOD.
           MOVE W-RUN TO RVRUN.
           MOVE W-REASON TO RVREASON.
           MOVE "P" TO RVSTAT.
           MOVE W-AUDITUSER TO RVMAKER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RVMDATE.
           MOVE SPACES TO RVCHKR.
           MOVE SPACES TO RVCDATE.
           MOVE SPACES TO RVREISS.
           WRITE PAYREVREC
               INVALID KEY
                   DISPLAY "UNABLE TO RECORD THE REQUEST, STATUS " FSRV
                       AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE PAYREVFILE
                   GO TO MAIN-PARA
           END-WRITE.
           CLOSE PAYREVFILE.
           MOVE "PAYREVFILE" TO AL-FILE.
           MOVE RVNO TO AL-KEY.
           MOVE "REQUEST" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "REVERSAL " W-REVNO " AWAITS AUTHORISATION" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * HOW MANY CLOSED RESULTS THE REQUEST COVERS. PAY HISTORY IS
      * KEYED BY EMPLOYEE FIRST, SO A WHOLE RUN MEANS READING IT ALL.
       COUNT-RESULTS-PARA.
           MOVE 0 TO W-HITS.
           OPEN INPUT PAYHISTFILE.
           IF FSH NOT = "00"
               GO TO COUNT-RESULTS-EXIT
           END-IF
           IF W-SCOPE = "E"
               MOVE W-EMPID TO PHEMPID
               MOVE W-PERIOD TO PHPERIOD
               MOVE W-RUN TO PHRUN
               READ PAYHISTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO W-HITS
               END-READ
           ELSE
               PERFORM UNTIL FSH = "10"
                   READ PAYHISTFILE NEXT RECORD AT END EXIT PERFORM
                   END-READ
                   IF FSH = "00" AND PHPERIOD = W-PERIOD
                       AND PHRUN = W-RUN
                       ADD 1 TO W-HITS
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PAYHISTFILE.
       COUNT-RESULTS-EXIT.
           EXIT.

      * A PENDING REQUEST FOR THE SAME RUN COVERS THIS ONE IF EITHER
      * IS FOR THE WHOLE RUN OR BOTH ARE FOR THE SAME EMPLOYEE.
       CHECK-PENDING-PARA.
           MOVE "N" TO W-FOUND.
           PERFORM UNTIL FSRV = "10" OR W-FOUND = "Y"
               READ PAYREVFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRV = "00" AND RVSTAT = "P"
                   AND RVPERIOD = W-PERIOD AND RVRUN = W-RUN
                   IF RVSCOPE = "R" OR W-SCOPE = "R"
                       OR RVEMPID = W-EMPID
                       MOVE "Y" TO W-FOUND
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO FSRV.

       AUTHORISE-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O PAYREVFILE.
           IF FSRV NOT = "00"
               DISPLAY "NO REVERSALS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           MOVE 0 TO W-OWN.
           MOVE SPACE TO W-APPRCH.
           PERFORM UNTIL FSRV = "10"
               READ PAYREVFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRV = "00" AND RVSTAT = "P"
                   IF RVMAKER = W-AUDITUSER
                       ADD 1 TO W-OWN
                   ELSE
                       PERFORM REVIEW-REV-PARA THRU REVIEW-REV-EXIT
                       IF W-APPRCH = "Q" OR W-APPRCH = "q"
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYREVFILE.
           COPY CLEAR-SCREEN.
           DISPLAY "NO MORE REVERSALS AWAITING YOUR AUTHORISATION"
               AT 2101.
           IF W-OWN > 0
               DISPLAY W-OWN " REVERSAL(S) YOU ASKED FOR NEED ANOTHER "
                   "AUTHORISER" AT 2201
           END-IF
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       REVIEW-REV-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "****** PENDING REVERSAL ******" AT 0101.
           DISPLAY " REVERSAL      :" RVNO AT 0201.
           MOVE RVPERIOD(5:2) TO W-PERIN(1:2).
           MOVE "/" TO W-PERIN(3:1).
           MOVE RVPERIOD(1:4) TO W-PERIN(4:4).
           DISPLAY " PERIOD / RUN  :" W-PERIN " RUN " RVRUN AT 0301.
           IF RVSCOPE = "R"
               DISPLAY " SCOPE         :WHOLE RUN" AT 0401
           ELSE
               DISPLAY " SCOPE         :EMPLOYEE " RVEMPID AT 0401
           END-IF
           DISPLAY " REASON        :" RVREASON AT 0501.
           DISPLAY " ASKED FOR BY  :" RVMAKER " ON " RVMDATE AT 0601.
           MOVE RVSCOPE TO W-SCOPE.
           MOVE RVEMPID TO W-EMPID.
           MOVE RVPERIOD TO W-PERIOD.
           MOVE RVRUN TO W-RUN.
           PERFORM COUNT-RESULTS-PARA THRU COUNT-RESULTS-EXIT.
           DISPLAY " RESULTS       :" W-HITS " STILL ON PAY HISTORY"
               AT 0701.
           DISPLAY "EACH RESULT IS VOIDED, TAKEN OFF PAY HISTORY AND "
               "PUT ON THE STOP LIST" AT 0901.
           DISPLAY "(A)UTHORISE, RE(J)ECT, (S)KIP, (Q)UIT :" AT 2101.
           ACCEPT W-APPRCH AT 2141.
           EVALUATE W-APPRCH
               WHEN "A"
               WHEN "a"
                   IF W-HITS = 0
                       DISPLAY "NOTHING LEFT TO VOID - REJECT IT "
                           "INSTEAD" AT 2201
                       ACCEPT STUFF AT 2301
                       GO TO REVIEW-REV-EXIT
                   END-IF
                   PERFORM VOID-RUN-PARA THRU VOID-RUN-EXIT
                   MOVE "V" TO RVSTAT
                   MOVE W-AUDITUSER TO RVCHKR
                   MOVE FUNCTION CURRENT-DATE (1:8) TO RVCDATE
                   MOVE W-COUNT TO RVCOUNT
                   MOVE W-NET TO RVNET
                   REWRITE PAYREVREC
                   MOVE "PAYREVFILE" TO AL-FILE
                   MOVE RVNO TO AL-KEY
                   MOVE "APPROVE" TO AL-ACTION
                   PERFORM WRITE-AUDIT-PARA
                   MOVE W-NET TO W-NETED
                   DISPLAY W-COUNT " RESULT(S) VOIDED, NET " W-NETED
                       AT 2201
                   DISPLAY "RECALL LIST IN files/PAYREV.LST" AT 2301
                   ACCEPT STUFF AT 2335
               WHEN "J"
               WHEN "j"
                   MOVE "J" TO RVSTAT
                   MOVE W-AUDITUSER TO RVCHKR
                   MOVE FUNCTION CURRENT-DATE (1:8) TO RVCDATE
                   REWRITE PAYREVREC
                   MOVE "PAYREVFILE" TO AL-FILE
                   MOVE RVNO TO AL-KEY
                   MOVE "REJECT" TO AL-ACTION
                   PERFORM WRITE-AUDIT-PARA
                   DISPLAY "REVERSAL REJECTED - PAY LEFT AS IT WAS"
                       AT 2201
                   ACCEPT STUFF AT 2301
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       REVIEW-REV-EXIT.
           EXIT.

      * VOIDS EVERY RESULT THE AUTHORISED REQUEST COVERS AND WRITES
      * THE RECALL LIST FOR IT.
       VOID-RUN-PARA.
           MOVE 0 TO W-COUNT.
           MOVE 0 TO W-NET.
           OPEN I-O PAYHISTFILE.
           IF FSH NOT = "00"
               GO TO VOID-RUN-EXIT
           END-IF
           OPEN I-O PAYRESFILE.
           OPEN I-O PAYREVHFILE.
           IF FSRH = 30 OR FSRH = 35
               OPEN OUTPUT PAYREVHFILE
               CLOSE PAYREVHFILE
               OPEN I-O PAYREVHFILE
           END-IF
           OPEN I-O REVSTOPFILE.
           IF FSSV = 30 OR FSSV = 35
               OPEN OUTPUT REVSTOPFILE
               CLOSE REVSTOPFILE
               OPEN I-O REVSTOPFILE
           END-IF
           MOVE "N" TO W-DSOPEN.
           OPEN INPUT DISBSTATFILE.
           IF FSDS = "00"
               MOVE "Y" TO W-DSOPEN
           END-IF
           OPEN OUTPUT RECALLFILE.
           MOVE SPACES TO RECALLLINE.
           STRING "PAYMENT RECALL AND STOP LIST - REVERSAL " RVNO
               "  PERIOD " W-PERIN " RUN " RVRUN
               DELIMITED BY SIZE INTO RECALLLINE
           END-STRING.
           WRITE RECALLLINE.
           MOVE SPACES TO RECALLLINE.
           STRING "REASON : " RVREASON "  AUTHORISED BY " W-AUDITUSER
               DELIMITED BY SIZE INTO RECALLLINE
           END-STRING.
           WRITE RECALLLINE.
           MOVE SPACES TO RECALLLINE.
           WRITE RECALLLINE.
           MOVE "EMPID   NAME" TO RECALLLINE.
           MOVE "NET VOIDED" TO RECALLLINE (35:10).
           MOVE "ACTION" TO RECALLLINE (48:6).
           WRITE RECALLLINE.
           IF RVSCOPE = "E"
               MOVE RVEMPID TO PHEMPID
               MOVE RVPERIOD TO PHPERIOD
               MOVE RVRUN TO PHRUN
               READ PAYHISTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VOID-ONE-PARA
               END-READ
           ELSE
               PERFORM UNTIL FSH = "10"
                   READ PAYHISTFILE NEXT RECORD AT END EXIT PERFORM
                   END-READ
                   IF FSH = "00" AND PHPERIOD = RVPERIOD
                       AND PHRUN = RVRUN
                       PERFORM VOID-ONE-PARA
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO RECALLLINE.
           WRITE RECALLLINE.
           MOVE W-NET TO W-NETED.
           STRING "RESULTS VOIDED : " W-COUNT "   NET VOIDED : " W-NETED
               DELIMITED BY SIZE INTO RECALLLINE
           END-STRING.
           WRITE RECALLLINE.
           CLOSE RECALLFILE.
           IF W-DSOPEN = "Y"
               CLOSE DISBSTATFILE
           END-IF
           CLOSE REVSTOPFILE.
           CLOSE PAYREVHFILE.
           CLOSE PAYRESFILE.
           CLOSE PAYHISTFILE.
       VOID-RUN-EXIT.
           EXIT.

      * THE HISTORY ENTRY AND THE RESULT ARE KEPT WHOLE ON THE
      * REVERSAL HISTORY BEFORE THEY ARE TAKEN OFF, SO THE GL
      * INTERFACE CAN REVERSE EXACTLY WHAT IT POSTED. ONLY THE
      * REGULAR RUN IS POSTED TO THE GL, SO ONLY IT IS REVERSED THERE.
       VOID-ONE-PARA.
           INITIALIZE PAYREVHREC.
           MOVE RVNO TO RHNO.
           MOVE PHEMPID TO RHEMPID.
           MOVE PHPERIOD TO RHPERIOD.
           MOVE PHRUN TO RHRUN.
           MOVE "V" TO RHSTAT.
           MOVE PHPAYDATA TO RHHIST.
           MOVE SPACE TO RHGLREV.
           MOVE SPACE TO RHGLNEW.
           MOVE 0 TO RHNEWNET.
           MOVE SPACES TO RHRESULT.
           MOVE SPACES TO RSNAME.
           MOVE 0 TO RSNET.
           MOVE PHEMPID TO RSEMPID.
           MOVE PHPERIOD TO RSPERIOD.
           MOVE PHRUN TO RSRUN.
           READ PAYRESFILE
               INVALID KEY
                   MOVE "N" TO W-FOUND
                   MOVE 0 TO RSNET
               NOT INVALID KEY
                   MOVE "Y" TO W-FOUND
                   MOVE PAYRESREC TO RHRESULT
                   IF PHRUN = "00"
                       MOVE "N" TO RHGLREV
                   END-IF
           END-READ
           PERFORM HOW-PAID-PARA.
           WRITE PAYREVHREC
               INVALID KEY
                   REWRITE PAYREVHREC
           END-WRITE.
           IF W-FOUND = "Y"
               DELETE PAYRESFILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           DELETE PAYHISTFILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE PHEMPID TO SVEMPID.
           MOVE PHPERIOD TO SVPERIOD.
           MOVE PHRUN TO SVRUN.
           MOVE RVNO TO SVNO.
           MOVE "S" TO SVSTAT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SVDATE.
           WRITE REVSTOPREC
               INVALID KEY
                   REWRITE REVSTOPREC
           END-WRITE.
           MOVE PHEMPID TO RL-EMPID.
           MOVE RSNAME TO RL-NAME.
           MOVE RSNET TO RL-NET.
           MOVE RECALL-LINE TO RECALLLINE.
           WRITE RECALLLINE.
           ADD 1 TO W-COUNT.
           ADD RSNET TO W-NET.
           MOVE "PAYHISTFILE" TO AL-FILE.
           MOVE PHEMPID TO AL-KEY.
           MOVE "VOID" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.

      * DISBURSE KEEPS ONLY HOW EACH EMPLOYEE WAS LAST PAID, SO THE
      * ACTION IS TAKEN FROM THAT; A SUPPLEMENTARY RUN IS ALWAYS PAID
      * TO THE BANK FROM ITS OWN EXTRACT.
       HOW-PAID-PARA.
           MOVE SPACES TO RL-ACTION.
           MOVE SPACE TO RHDISB.
           MOVE SPACES TO RHDISREF.
           IF PHRUN NOT = "00"
               MOVE "E" TO RHDISB
               MOVE "RECALL SUPPLEMENTARY CREDIT" TO RL-ACTION
           ELSE
               MOVE "NOT DISBURSED - NO ACTION" TO RL-ACTION
               IF W-DSOPEN = "Y"
                   MOVE PHEMPID TO DSEMPID
                   READ DISBSTATFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DSSTATUS TO RHDISB
                           MOVE DSREASON TO RHDISREF
                           EVALUATE DSSTATUS
                               WHEN "Q"
                                   STRING "STOP " DSREASON
                                       DELIMITED BY SIZE INTO RL-ACTION
                                   END-STRING
                               WHEN "C"
                                   MOVE "RECOVER CASH PAID" TO RL-ACTION
                               WHEN OTHER
                                   MOVE "RECALL BANK CREDIT"
                                       TO RL-ACTION
                           END-EVALUATE
                   END-READ
               END-IF
           END-IF.

       LIST-REV-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT PAYREVFILE.
           IF FSRV NOT = "00"
               DISPLAY "NO REVERSALS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY " NO.    S EMP ID PERIOD RUN ST ASKED BY   "
               "AUTHORISED RESULTS" AT 0101.
           MOVE 0 TO W-IDX.
           PERFORM UNTIL FSRV = "10"
               READ PAYREVFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRV = "00" AND W-IDX < 18
                   ADD 1 TO W-IDX
                   DISPLAY " " RVNO " " RVSCOPE " " RVEMPID " "
                       RVPERIOD " " RVRUN "  " RVSTAT "  " RVMAKER " "
                       RVCHKR " " RVCOUNT
                       AT LINE (W-IDX + 2) COLUMN 1
               END-IF
           END-PERFORM
           CLOSE PAYREVFILE.
           IF W-IDX = 0
               DISPLAY " NO REVERSALS ON FILE" AT 0301
           END-IF
           DISPLAY "S: E EMPLOYEE, R WHOLE RUN   ST: P PENDING, "
               "V VOIDED, I REISSUED, J REJECTED" AT 2101.
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM PAYREV.
