               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT COMPMASTFILE
               ASSIGN TO "files/COMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMCODE
               FILE STATUS IS FSCM.

           SELECT EMPCOMPFILE
               ASSIGN TO "files/EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECKEY
               ALTERNATE RECORD KEY IS ECCODE WITH DUPLICATES
               FILE STATUS IS FSEC.

           SELECT CHGPENDFILE
               ASSIGN TO "files/CHGPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHID
               ALTERNATE RECORD KEY IS CHEMPID WITH DUPLICATES
               FILE STATUS IS FSCG.

           SELECT CONFIRMATIONFILE
               ASSIGN TO "files/CONFIRM.DAT"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSFZ.

           SELECT SKILLCATFILE
               ASSIGN TO "files/SKILLCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKEMPID
               FILE STATUS IS FSSK.

           SELECT QTRALLOTFILE
               ASSIGN TO "files/QTRALLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAID
               ALTERNATE RECORD KEY IS QAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS QAQKEY WITH DUPLICATES
               FILE STATUS IS FSQA.

       DATA DIVISION.
       FILE SECTION.
           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

       fd DESIGNATIONFILE.
       01 DESIGNATIONREC.
           02 PCO      PIC 99.
           02 PCOPER   PIC X(6).

       FD COMPMASTFILE.
       01 COMPMASTREC.
           02 CMCODE    PIC X(8).
           02 CMDESC    PIC X(25).
           02 CMTYPE    PIC X.
           02 CMTAXABLE PIC X.
           02 CMPFWAGE  PIC X.
           02 CMLOPPRO  PIC X.
           02 CMGLACCT  PIC X(8).
           02 CMCLASS   PIC X.

       FD EMPCOMPFILE.
       01 EMPCOMPREC.
           02 ECKEY.
               03 ECEMPID PIC X(6).
               03 ECCODE  PIC X(8).
           02 ECAMT     PIC 9(6)V99.

      * CHANGES TO BANK DETAILS AND PAY MODE (TYPE B), PAYMENTREC
      * EARNINGS (E) AND EARNING PAY COMPONENTS (C) WAIT HERE FOR A
      * SECOND USER TO APPROVE THEM (CHGAPPR) BEFORE TAKING EFFECT.
       FD CHGPENDFILE.
       01 CHGPENDREC.
           02 CHID      PIC X(6).
           02 CHEMPID   PIC X(6).
           02 CHTYPE    PIC X.
           02 CHCOMP    PIC X(8).
           02 CHSTAT    PIC X.
           02 CHMAKER   PIC X(10).
           02 CHMDATE   PIC X(8).
           02 CHCHKR    PIC X(10).
           02 CHCDATE   PIC X(8).
           02 CHOLD     PIC X(168).
           02 CHNEW     PIC X(168).

       FD CONFIRMATIONFILE.
       01 CONFIRMATIONREC.
           02 CCONID   PIC X(6).
           02 FZUSER   PIC X(10).
           02 FZDATE   PIC X(8).

       FD SKILLCATFILE.
       01 SKILLCATREC.
           02 SKEMPID   PIC X(6).
           02 SKCAT     PIC X.
           02 SKUSER    PIC X(10).
           02 SKDATE    PIC X(8).

       FD QTRALLOTFILE.
       01 QTRALLOTREC.
           02 QAID      PIC X(6).
           02 QAEMPID   PIC X(6).
           02 QAQKEY.
               03 QAQBRID  PIC X(6).
               03 QAQNO    PIC X(6).
           02 QAOCCDT   PIC X(10).
           02 QAVACDT   PIC X(10).
           02 QASTAT    PIC X.
           02 QAUSER    PIC X(10).
           02 QADATE    PIC X(8).

       WORKING-STORAGE SECTION.

       77 FSEP  PIC XX.
       77 FSDN  PIC XX.
       77 FSLN  PIC XX.
       77 FSHO  PIC XX.
       77 FSLK  PIC XX.
       77 FSES  PIC XX.
       77 W-SVLNTYP  PIC X(4).
       77 W-IFSCOK PIC X.
       77 FSFZ  PIC XX.
       77 FSCM  PIC XX.
       77 W-COFUNC  PIC X.
       77 W-COREPLY PIC X.
       77 W-EMPCO   PIC X(4).
       77 W-COEMPID PIC X(6).
       77 FSEC  PIC XX.
       77 W-CMCODE  PIC X(8).
       77 W-ECCOUNT PIC 99.
       77 W-ECLINE  PIC 99.
       77 W-ECAMTD  PIC ZZZ,ZZ9.99.
       77 FSCG      PIC XX.
       77 W-CGEMP   PIC X(6).
       77 W-CGTYPE  PIC X.
       77 W-CGCOMP  PIC X(8).
       77 FSSK      PIC XX.
       77 W-MWEMPID PIC X(6).
       77 W-MWBRNID PIC X(6).
       77 W-MWASOF  PIC 9(8).
       77 W-MWWAGE  PIC 9(7)V99.
       77 W-MWSKILL PIC X.
       77 W-MWSTATE PIC X(2).
       77 W-MWFLOOR PIC 9(7)V99.
       77 W-MWREPLY PIC X.
       77 W-MWED1   PIC Z,ZZZ,ZZ9.99.
       77 W-MWED2   PIC Z,ZZZ,ZZ9.99.
       77 W-CGOLD   PIC X(168).
       77 W-CGNEW   PIC X(168).
       77 W-CGOK    PIC X.

       01 BANK-IMAGE.
           02 BI-BANKAC   PIC X(20).
           02 BI-IFSC     PIC X(11).
           02 BI-BANKBR   PIC X(20).
           02 BI-PAYMODE  PIC X.

       01 EARN-IMAGE.
           02 EI-BASIC    PIC 9(6)V99.
           02 EI-DA       PIC 9(6)V99.
           02 EI-CCA      PIC 9(6)V99.
           02 EI-HRA      PIC 9(6)V99.
           02 EI-DPA      PIC 9(6)V99.
           02 EI-PPA      PIC 9(6)V99.
           02 EI-EDUA     PIC 9(6)V99.
           02 EI-TECHJR   PIC 9(6)V99.
           02 EI-LUNCHA   PIC 9(6)V99.
           02 EI-CONVEY   PIC 9(6)V99.
           02 EI-BUSATR   PIC 9(6)V99.
           02 EI-LTA      PIC 9(6)V99.
           02 EI-PERINC   PIC 9(6)V99.
           02 EI-MEDI     PIC 9(6)V99.
           02 EI-BOOK     PIC 9(6)V99.
           02 EI-ENTER    PIC 9(6)V99.
           02 EI-TPH      PIC 9(6)V99.
           02 EI-HOUSE    PIC 9(6)V99.
           02 EI-VEHMAN   PIC 9(6)V99.
           02 EI-CREDIT   PIC 9(6)V99.
           02 EI-CLUB     PIC 9(6)V99.

       01 COMP-IMAGE.
           02 CI-AMT      PIC 9(6)V99.
       77 W-FROZEN PIC X.
       77 W-FZWHAT PIC X(9).
       77 W-ESBRN   PIC X(6).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       77 W-IMGOLD   PIC X(350).
       77 W-IMGNEW   PIC X(350).
       77 W-APPRCH   PIC X.
       77 W-ROLE     PIC X.
       77 W-ALLOWED  PIC X.
       77 W-MKIN     PIC X(22).
       77 W-MKOUT    PIC X(22).
       77 W-MKNEW    PIC X(22).
       77 W-MKFLAG   PIC X.
       77 W-MKLINE   PIC 99.
       77 W-SECEVENT PIC X(8).
       77 W-SECDET   PIC X(20).
       77 W-IDTYPE   PIC X(2).
       77 W-NEWID    PIC X(6).
       77 W-IDOK     PIC X.
       77 W-MAXPOS   PIC 99.
       77 W-NSFOUND  PIC X.
       77 W-NSCOUNT  PIC 99.
       77 W-TMROLE   PIC X.
       77 W-TMREPLY  PIC X.
       77 W-TMMGR    PIC X(6).
       77 W-MGRPASS  PIC X VALUE "N".
       77 FSQA       PIC XX.
       77 W-QTROPEN  PIC X.

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
           IF W-LKHELD = "Y"
               PERFORM RELEASE-LOCK-PARA
           END-IF
      * A REPORTING MANAGER COMES HERE ONLY TO WORK THEIR TEAM'S
      * LEAVE QUEUE AND GOES BACK WHEN IT IS DONE.
           IF W-ROLE = "M"
               IF W-MGRPASS = "Y"
                   MOVE "N" TO W-MGRPASS
                   EXIT PROGRAM
               END-IF
               MOVE "Y" TO W-MGRPASS
               GO TO LEAVE-QUEUE-PARA
           END-IF
           COPY CLEAR-SCREEN.
           DISPLAY "*******************************************"
               AT 0310.
               END-IF
           END-IF.

      * AN EMPLOYEE MAY BE MAINTAINED ONLY BY A USER ALLOWED TO WORK ON
      * THE COMPANY OF THE EMPLOYEE'S BRANCH. W-COREPLY IS Y IF SO.
       CHECK-EMP-COMPANY-PARA.
           CALL "BRCOMP" USING EBRNID W-EMPCO.
           CANCEL "BRCOMP".
           MOVE "C" TO W-COFUNC.
           CALL "CMPYSEL" USING W-COFUNC W-AUDITUSER W-EMPCO W-COREPLY.

      * THE SAME CHECK FOR THE EMPLOYEE CODE IN W-COEMPID, WHERE THE
      * SCREEN DOES NOT ITSELF READ THE EMPLOYEE FILE. AN EMPLOYEE NOT
      * ON FILE HAS NO COMPANY.
       CHECK-EMPID-COMPANY-PARA.
           MOVE SPACES TO EBRNID.
           OPEN INPUT EMPFILE.
           IF FSO = "00"
               MOVE W-COEMPID TO EEMPID
               READ EMPFILE
                   INVALID KEY
                       MOVE SPACES TO EBRNID
               END-READ
               CLOSE EMPFILE
           END-IF
           PERFORM CHECK-EMP-COMPANY-PARA.

       BRANCH-PARA.
           COPY CLEAR-SCREEN.

               AT 1312
           DISPLAY "    ENTER STATE CODE: __"
               AT 1412
           DISPLAY "  ENTER COMPANY CODE: ____"
               AT 1512

           ACCEPT BBRID AT 0834 WITH UNDERLINE END-ACCEPT
           ACCEPT BBRNAME AT 0934 WITH UNDERLINE END-ACCEPT
           ACCEPT BEMAIL AT 1234 WITH UNDERLINE END-ACCEPT
           ACCEPT BMGRNAME AT 1334 WITH UNDERLINE END-ACCEPT
           ACCEPT BSTATE AT 1434 WITH UNDERLINE END-ACCEPT
           ACCEPT BCOMPANY AT 1534 WITH UNDERLINE END-ACCEPT
           IF BCOMPANY NOT = SPACES
               MOVE "C" TO W-COFUNC
               CALL "CMPYSEL" USING W-COFUNC W-AUDITUSER BCOMPANY
                   W-COREPLY
               IF W-COREPLY NOT = "Y"
                   DISPLAY "INVALID COMPANY CODE - ENTRY CANCELLED"
                       AT 1729
                   ACCEPT WAITFOR AT 1837
                   GOBACK
               END-IF
           END-IF
           OPEN I-O BRANCHFILE.
           MOVE FSB TO W-DUPCHK.
           IF FSB = 30
               CLOSE EMPFILE
               GO TO MAIN-PARA
           END-IF
           PERFORM CHECK-EMP-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               DISPLAY "EMPLOYEE NOT IN A COMPANY YOU MAY WORK ON"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE EMPFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER DESIGNATION CODE :" AT 1301.
           ACCEPT EDESID AT 1335.
           PERFORM VALIDATE-DESIGNATION-PARA.
           END-IF
           DISPLAY "ENTER EMPLOYEE CODE :" AT 0101.
           ACCEPT PEMPID AT 0135.
           MOVE PEMPID TO W-COEMPID.
           PERFORM CHECK-EMPID-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               DISPLAY "EMPLOYEE NOT IN A COMPANY YOU MAY WORK ON"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE PAYMENTFILE
               GO TO MAIN-PARA
           END-IF
           IF W-DUPCHK NOT = 30
               READ PAYMENTFILE INVALID KEY NEXT SENTENCE END-READ
               IF FSP = "00"
                   DISPLAY "RECORD ALREADY EXISTS - MAINTAIN PAY "
                       "COMPONENTS ONLY (Y/N) :" AT 2201
                   MOVE "N" TO W-CONFIRM
                   ACCEPT W-CONFIRM AT 2263
                   IF W-CONFIRM = "Y" OR W-CONFIRM = "y"
                       PERFORM PAY-COMP-PARA THRU PAY-COMP-EXIT
                   END-IF
                   CLOSE PAYMENTFILE
                   GO TO MAIN-PARA
               END-IF
           MOVE "N" TO W-CONFIRM.
           PERFORM RECAP-PAYMENT-PARA UNTIL W-CONFIRM = "Y"
               OR W-CONFIRM = "y".
           PERFORM CHECK-MINWAGE-PARA THRU CHECK-MINWAGE-EXIT.
           IF W-MWREPLY = "X"
               CLOSE PAYMENTFILE
               GO TO MAIN-PARA
           END-IF
           PERFORM HOLD-EARNINGS-PARA THRU HOLD-EARNINGS-EXIT.
           WRITE PAYMENTREC.
           MOVE "PAYMENTFILE" TO AL-FILE.
           MOVE PEMPID TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           PERFORM PAY-COMP-PARA THRU PAY-COMP-EXIT.
           CLOSE PAYMENTFILE.
           GO TO MAIN-PARA.

      * BASIC PLUS DA MAY NOT BE BELOW THE MINIMUM WAGE NOTIFIED FOR
      * THE STATE OF THE BRANCH AND THE EMPLOYEE'S SKILL CATEGORY. AN
      * EMPLOYEE WITH NO CATEGORY IS ASKED FOR ONE. BELOW THE FLOOR
      * THE PAY MUST BE RE-ENTERED OR THE ENTRY ABANDONED, WHEN
      * W-MWREPLY IS RETURNED AS X.
       CHECK-MINWAGE-PARA.
           MOVE PEMPID TO W-MWEMPID.
           MOVE SPACES TO W-MWBRNID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-MWASOF.
           COMPUTE W-MWWAGE = PBASIC + PDA.
           MOVE SPACE TO W-MWSKILL.
           CALL "MINWCHK" USING W-MWEMPID W-MWBRNID W-MWASOF W-MWWAGE
               W-MWSKILL W-MWSTATE W-MWFLOOR W-MWREPLY.
           CANCEL "MINWCHK".
           IF W-MWREPLY = "N" AND W-MWSKILL = SPACE
               PERFORM ASK-SKILL-PARA THRU ASK-SKILL-EXIT
               IF W-MWSKILL NOT = SPACE
                   GO TO CHECK-MINWAGE-PARA
               END-IF
           END-IF
           IF W-MWREPLY NOT = "B"
               GO TO CHECK-MINWAGE-EXIT
           END-IF
           COPY CLEAR-SCREEN.
           MOVE W-MWWAGE TO W-MWED1.
           MOVE W-MWFLOOR TO W-MWED2.
           DISPLAY "BASIC + DA OF " W-MWED1 " IS BELOW THE MINIMUM "
               "WAGE" AT 0501.
           DISPLAY "OF " W-MWED2 " FOR STATE " W-MWSTATE
               " SKILL CATEGORY " W-MWSKILL AT 0601.
           DISPLAY "RE-ENTER PAY (R) OR ABANDON THIS ENTRY (A) :"
               AT 0801.
           MOVE SPACE TO W-CONFIRM.
           ACCEPT W-CONFIRM AT 0846.
           IF W-CONFIRM = "A" OR W-CONFIRM = "a"
               MOVE "X" TO W-MWREPLY
               DISPLAY "PAY RECORD NOT WRITTEN" AT 2201
               ACCEPT STUFF AT 2301
               GO TO CHECK-MINWAGE-EXIT
           END-IF
           PERFORM PAYMENT-ENTRY-PARA.
           MOVE "N" TO W-CONFIRM.
           PERFORM RECAP-PAYMENT-PARA UNTIL W-CONFIRM = "Y"
               OR W-CONFIRM = "y".
           GO TO CHECK-MINWAGE-PARA.
       CHECK-MINWAGE-EXIT.
           EXIT.

      * THE CATEGORY IS KEPT ON THE SKILL CATEGORY FILE, AS BY MINWMNT.
       ASK-SKILL-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "NO SKILL CATEGORY IS RECORDED FOR EMPLOYEE "
               PEMPID AT 0501.
           DISPLAY "U UNSKILLED  S SEMI-SKILLED  K SKILLED  "
               "H HIGHLY SKILLED" AT 0601.
           DISPLAY "ENTER CATEGORY (BLANK TO SKIP THE CHECK) :"
               AT 0801.
           ACCEPT W-MWSKILL AT 0843.
           IF W-MWSKILL NOT = "U" AND W-MWSKILL NOT = "S"
               AND W-MWSKILL NOT = "K" AND W-MWSKILL NOT = "H"
               MOVE SPACE TO W-MWSKILL
               GO TO ASK-SKILL-EXIT
           END-IF
           OPEN I-O SKILLCATFILE.
           IF FSSK = 30 OR FSSK = 35
               OPEN OUTPUT SKILLCATFILE
               CLOSE SKILLCATFILE
               OPEN I-O SKILLCATFILE
           END-IF
           MOVE PEMPID TO SKEMPID.
           MOVE W-MWSKILL TO SKCAT.
           MOVE W-AUDITUSER TO SKUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SKDATE.
           WRITE SKILLCATREC
               INVALID KEY
                   REWRITE SKILLCATREC
           END-WRITE.
           CLOSE SKILLCATFILE.
           MOVE "SKILLCATFILE" TO AL-FILE.
           MOVE PEMPID TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
       ASK-SKILL-EXIT.
           EXIT.

      * THE EARNINGS OF A NEW PAY RECORD ARE WRITTEN AS ZERO AND THE
      * AMOUNTS KEYED ARE PUT TO A SECOND USER FOR APPROVAL.
       HOLD-EARNINGS-PARA.
           MOVE PBASIC  TO EI-BASIC.
           MOVE PDA     TO EI-DA.
           MOVE PCCA    TO EI-CCA.
           MOVE PHRA    TO EI-HRA.
           MOVE PDPA    TO EI-DPA.
           MOVE PPPA    TO EI-PPA.
           MOVE PEDUA   TO EI-EDUA.
           MOVE PTECHJR TO EI-TECHJR.
           MOVE PLUNCHA TO EI-LUNCHA.
           MOVE PCONVEY TO EI-CONVEY.
           MOVE PBUSATR TO EI-BUSATR.
           MOVE PLTA    TO EI-LTA.
           MOVE PPERINC TO EI-PERINC.
           MOVE PMEDI   TO EI-MEDI.
           MOVE PBOOK   TO EI-BOOK.
           MOVE PENTER  TO EI-ENTER.
           MOVE PTPH    TO EI-TPH.
           MOVE PHOUSE  TO EI-HOUSE.
           MOVE PVEHMAN TO EI-VEHMAN.
           MOVE PCREDIT TO EI-CREDIT.
           MOVE PCLUB   TO EI-CLUB.
           IF EARN-IMAGE = ZEROS
               GO TO HOLD-EARNINGS-EXIT
           END-IF
           MOVE EARN-IMAGE TO W-CGNEW.
           INITIALIZE EARN-IMAGE.
           MOVE EARN-IMAGE TO W-CGOLD.
           MOVE PEMPID TO W-CGEMP.
           MOVE "E" TO W-CGTYPE.
           MOVE SPACES TO W-CGCOMP.
           PERFORM WRITE-PENDING-PARA THRU WRITE-PENDING-EXIT.
           MOVE 0 TO PBASIC PDA PCCA PHRA PDPA PPPA PEDUA PTECHJR
               PLUNCHA PCONVEY PBUSATR PLTA PPERINC PMEDI PBOOK
               PENTER PTPH PHOUSE PVEHMAN PCREDIT PCLUB.
           DISPLAY "EARNINGS HELD FOR APPROVAL BY A SECOND USER"
               AT 2201.
           ACCEPT STUFF AT 2301.
       HOLD-EARNINGS-EXIT.
           EXIT.

      * RECORD A CHANGE AWAITING APPROVAL. ONLY ONE CHANGE OF A KIND
      * MAY BE PENDING FOR AN EMPLOYEE (OR EMPLOYEE AND COMPONENT);
      * W-CGOK COMES BACK "D" IF ONE ALREADY IS.
       WRITE-PENDING-PARA.
           MOVE "Y" TO W-CGOK.
           OPEN I-O CHGPENDFILE.
           IF FSCG = 30 OR FSCG = 35
               OPEN OUTPUT CHGPENDFILE
               CLOSE CHGPENDFILE
               OPEN I-O CHGPENDFILE
           END-IF
           MOVE W-CGEMP TO CHEMPID.
           START CHGPENDFILE KEY IS = CHEMPID
               INVALID KEY MOVE "10" TO FSCG
           END-START.
           PERFORM UNTIL FSCG NOT = "00"
               READ CHGPENDFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF CHEMPID NOT = W-CGEMP
                   EXIT PERFORM
               END-IF
               IF CHSTAT = "P" AND CHTYPE = W-CGTYPE
                   AND CHCOMP = W-CGCOMP
                   MOVE "D" TO W-CGOK
               END-IF
           END-PERFORM
           IF W-CGOK = "D"
               CLOSE CHGPENDFILE
               GO TO WRITE-PENDING-EXIT
           END-IF
           MOVE "CG" TO W-IDTYPE.
           MOVE "N" TO W-IDOK.
           PERFORM UNTIL W-IDOK = "Y"
               CALL "NEXTID" USING W-IDTYPE W-NEWID
               MOVE W-NEWID TO CHID
               READ CHGPENDFILE
                   INVALID KEY MOVE "Y" TO W-IDOK
               END-READ
               IF FSCG NOT = "00" AND FSCG NOT = "23"
                   MOVE "Y" TO W-IDOK
               END-IF
           END-PERFORM
           MOVE W-NEWID TO CHID.
           MOVE W-CGEMP TO CHEMPID.
           MOVE W-CGTYPE TO CHTYPE.
           MOVE W-CGCOMP TO CHCOMP.
           MOVE "P" TO CHSTAT.
           MOVE W-AUDITUSER TO CHMAKER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CHMDATE.
           MOVE SPACES TO CHCHKR CHCDATE.
           MOVE W-CGOLD TO CHOLD.
           MOVE W-CGNEW TO CHNEW.
           WRITE CHGPENDREC.
           CLOSE CHGPENDFILE.
           MOVE "CHGPENDFILE" TO AL-FILE.
           MOVE CHID TO AL-KEY.
           MOVE "REQUEST" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
       WRITE-PENDING-EXIT.
           EXIT.

      * COMPONENTS SET UP ON THE PAY COMPONENT MASTER ARE HELD PER
      * EMPLOYEE ON EMPCOMP.DAT ALONGSIDE THE FIXED PAYMENTREC FIELDS.
      * AN AMOUNT OF ZERO REMOVES THE COMPONENT FROM THE EMPLOYEE.
       PAY-COMP-PARA.
           OPEN INPUT COMPMASTFILE.
           IF FSCM NOT = "00"
               DISPLAY "NO PAY COMPONENTS ON THE COMPONENT MASTER"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO PAY-COMP-EXIT
           END-IF
           OPEN I-O EMPCOMPFILE.
           IF FSEC = 30 OR FSEC = 35
               OPEN OUTPUT EMPCOMPFILE
               CLOSE EMPCOMPFILE
               OPEN I-O EMPCOMPFILE
           END-IF.
       PAY-COMP-LOOP.
           COPY CLEAR-SCREEN.
           DISPLAY "PAY COMPONENTS FOR EMPLOYEE : " PEMPID AT 0101.
           PERFORM LIST-EMP-COMP-PARA.
           DISPLAY "ENTER COMPONENT CODE (BLANK TO FINISH) :" AT 1901.
           MOVE SPACES TO W-CMCODE.
           ACCEPT W-CMCODE AT 1942.
           MOVE FUNCTION UPPER-CASE (W-CMCODE) TO W-CMCODE.
           IF W-CMCODE = SPACES
               GO TO PAY-COMP-DONE
           END-IF
           MOVE W-CMCODE TO CMCODE.
           READ COMPMASTFILE
               INVALID KEY
                   DISPLAY "NO SUCH COMPONENT ON THE MASTER" AT 2201
                   ACCEPT STUFF AT 2301
                   GO TO PAY-COMP-LOOP
           END-READ.
           MOVE PEMPID TO ECEMPID.
           MOVE W-CMCODE TO ECCODE.
           MOVE "Y" TO W-FOUND.
           READ EMPCOMPFILE INVALID KEY MOVE "N" TO W-FOUND END-READ.
           IF W-FOUND = "N"
               IF W-ECCOUNT NOT < 15
                   DISPLAY "EMPLOYEE ALREADY HAS 15 PAY COMPONENTS"
                       AT 2201
                   ACCEPT STUFF AT 2301
                   GO TO PAY-COMP-LOOP
               END-IF
               MOVE PEMPID TO ECEMPID
               MOVE W-CMCODE TO ECCODE
               MOVE 0 TO ECAMT
           END-IF
           MOVE ECAMT TO CI-AMT.
           MOVE COMP-IMAGE TO W-CGOLD.
           IF CMTYPE = "D"
               DISPLAY CMDESC " - DEDUCTION" AT 2001
           ELSE
               DISPLAY CMDESC " - EARNING" AT 2001
           END-IF
           DISPLAY "ENTER MONTHLY AMOUNT (0 TO REMOVE) :" AT 2101.
           ACCEPT ECAMT AT 2138 WITH UPDATE.
           IF CMTYPE NOT = "D" AND ECAMT NOT = CI-AMT
               MOVE ECAMT TO CI-AMT
               MOVE COMP-IMAGE TO W-CGNEW
               MOVE PEMPID TO W-CGEMP
               MOVE "C" TO W-CGTYPE
               MOVE W-CMCODE TO W-CGCOMP
               PERFORM WRITE-PENDING-PARA THRU WRITE-PENDING-EXIT
               IF W-CGOK = "D"
                   DISPLAY "A CHANGE TO THIS COMPONENT IS ALREADY "
                       "AWAITING APPROVAL" AT 2201
               ELSE
                   DISPLAY "EARNING CHANGE HELD FOR APPROVAL BY A "
                       "SECOND USER" AT 2201
               END-IF
               ACCEPT STUFF AT 2301
               GO TO PAY-COMP-LOOP
           END-IF
           MOVE "EMPCOMPFILE" TO AL-FILE.
           MOVE PEMPID TO AL-KEY.
           IF W-FOUND = "Y"
               IF ECAMT = 0
                   DELETE EMPCOMPFILE
                   MOVE "DELETE" TO AL-ACTION
               ELSE
                   REWRITE EMPCOMPREC
                   MOVE "MODIFY" TO AL-ACTION
               END-IF
               PERFORM WRITE-AUDIT-PARA
           ELSE
               IF ECAMT > 0
                   WRITE EMPCOMPREC
                   MOVE "CREATE" TO AL-ACTION
                   PERFORM WRITE-AUDIT-PARA
               END-IF
           END-IF
           GO TO PAY-COMP-LOOP.
       PAY-COMP-DONE.
           CLOSE EMPCOMPFILE.
           CLOSE COMPMASTFILE.
       PAY-COMP-EXIT.
           EXIT.

       LIST-EMP-COMP-PARA.
           MOVE 0 TO W-ECCOUNT.
           MOVE 2 TO W-ECLINE.
           MOVE PEMPID TO ECEMPID.
           MOVE LOW-VALUES TO ECCODE.
           START EMPCOMPFILE KEY IS NOT LESS THAN ECKEY
               INVALID KEY MOVE "10" TO FSEC
           END-START.
           PERFORM UNTIL FSEC = "10"
               READ EMPCOMPFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF ECEMPID NOT = PEMPID
                   EXIT PERFORM
               END-IF
               ADD 1 TO W-ECCOUNT
               ADD 1 TO W-ECLINE
               MOVE ECAMT TO W-ECAMTD
               DISPLAY ECCODE "  " W-ECAMTD
                   AT LINE W-ECLINE COLUMN 5
           END-PERFORM.

       PAYMENT-ENTRY-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "ENTER BASIC :" AT 0201.
           END-IF
           DISPLAY "ENTER EMP CODE :" AT 0101.
           ACCEPT EPEMPID AT 0135.
           MOVE EPEMPID TO W-COEMPID.
           PERFORM CHECK-EMPID-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               DISPLAY "EMPLOYEE NOT IN A COMPANY YOU MAY WORK ON"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE EMPPERSONALFILE
               GO TO MAIN-PARA
           END-IF
           IF W-DUPCHK NOT = 30
               READ EMPPERSONALFILE INVALID KEY NEXT SENTENCE END-READ
               IF FSEP = "00"
           IF EPPAYMODE NOT = "Q" AND EPPAYMODE NOT = "C"
               MOVE "B" TO EPPAYMODE
           END-IF
           MOVE SPACES TO W-CGOLD.
           MOVE "B" TO W-CGOLD (52:1).
           PERFORM HOLD-BANK-PARA.
           WRITE EMPPERSONALREC.
           MOVE "EMPPERSONALFILE" TO AL-FILE.
           MOVE EPEMPID TO AL-KEY.
               CLOSE EMPPERSONALFILE
               GO TO MAIN-PARA
           END-READ.
           MOVE EPEMPID TO W-COEMPID.
           PERFORM CHECK-EMPID-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               DISPLAY "EMPLOYEE NOT IN A COMPANY YOU MAY WORK ON"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE EMPPERSONALFILE
               GO TO MAIN-PARA
           END-IF
           MOVE EMPPERSONALREC TO W-IMGOLD.
           MOVE 332 TO W-IMGLEN.
           MOVE SPACES TO W-SECDET.
           STRING "EMPWRITE PER " EPEMPID DELIMITED BY SIZE
               INTO W-SECDET
           END-STRING.
           PERFORM LOG-FULL-VIEW-PARA.
           MOVE EPBANKAC TO BI-BANKAC.
           MOVE EPBANKIFSC TO BI-IFSC.
           MOVE EPBANKBR TO BI-BANKBR.
           MOVE EPPAYMODE TO BI-PAYMODE.
           MOVE BANK-IMAGE TO W-CGOLD.
           DISPLAY "PRESS ENTER ON A FIELD TO KEEP ITS CURRENT VALUE"
               AT 2401.
           DISPLAY "TEMP ADDRESS :" AT 0201.
           ACCEPT EPTADD AT 0235 WITH UPDATE.
           DISPLAY "PHONE :" AT 0301.
           MOVE EPTPH TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           IF W-MKFLAG = "N"
               ACCEPT EPTPH AT 0335 WITH UPDATE
           ELSE
               MOVE 3 TO W-MKLINE
               PERFORM MASKED-UPDATE-PARA
               MOVE W-MKNEW TO EPTPH
           END-IF
           DISPLAY "DOB :" AT 0401.
           MOVE EPDOB TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           IF W-MKFLAG = "N"
               ACCEPT EPDOB AT 0435 WITH UPDATE
           ELSE
               MOVE 4 TO W-MKLINE
               PERFORM MASKED-UPDATE-PARA
               MOVE W-MKNEW TO EPDOB
           END-IF
           MOVE EPDOB TO W-DATECK.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               GO TO MAIN-PARA
           END-IF
           DISPLAY "BANK ACCOUNT NO :" AT 0501.
           MOVE EPBANKAC TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           IF W-MKFLAG = "N"
               ACCEPT EPBANKAC AT 0535 WITH UPDATE
           ELSE
               MOVE 5 TO W-MKLINE
               PERFORM MASKED-UPDATE-PARA
               MOVE W-MKNEW TO EPBANKAC
           END-IF
           DISPLAY "BANK IFSC CODE :" AT 0601.
           ACCEPT EPBANKIFSC AT 0635 WITH UPDATE.
           PERFORM VALIDATE-IFSC-PARA.
           DISPLAY "BANK BRANCH NAME :" AT 0701.
           ACCEPT EPBANKBR AT 0735 WITH UPDATE.
           DISPLAY "PF ACCOUNT NO :" AT 0801.
           MOVE EPPFNO TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           IF W-MKFLAG = "N"
               ACCEPT EPPFNO AT 0835 WITH UPDATE
           ELSE
               MOVE 8 TO W-MKLINE
               PERFORM MASKED-UPDATE-PARA
               MOVE W-MKNEW TO EPPFNO
           END-IF
           DISPLAY "UAN :" AT 0901.
           MOVE EPUAN TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           IF W-MKFLAG = "N"
               ACCEPT EPUAN AT 0935 WITH UPDATE
           ELSE
               MOVE 9 TO W-MKLINE
               PERFORM MASKED-UPDATE-PARA
               MOVE W-MKNEW TO EPUAN
           END-IF
           DISPLAY "ESIC NUMBER :" AT 1001.
           MOVE EPESINO TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           IF W-MKFLAG = "N"
               ACCEPT EPESINO AT 1035 WITH UPDATE
           ELSE
               MOVE 10 TO W-MKLINE
               PERFORM MASKED-UPDATE-PARA
               MOVE W-MKNEW TO EPESINO
           END-IF
           DISPLAY "PAY MODE (B/Q/C) :" AT 1101.
           ACCEPT EPPAYMODE AT 1135 WITH UPDATE.
           IF EPPAYMODE NOT = "Q" AND EPPAYMODE NOT = "C"
               MOVE "B" TO EPPAYMODE
           END-IF
           PERFORM HOLD-BANK-PARA.
           REWRITE EMPPERSONALREC.
           MOVE "EMPPERSONALFILE" TO AL-FILE.
           MOVE EPEMPID TO AL-KEY.
           CLOSE EMPPERSONALFILE.
           GO TO MAIN-PARA.

      * A CHANGE TO THE BANK DETAILS OR PAY MODE IS NOT WRITTEN TO THE
      * RECORD: THE OLD VALUES (W-CGOLD) ARE PUT BACK AND THE NEW ONES
      * WAIT FOR A SECOND USER'S APPROVAL. DISBURSE WILL NOT PAY THE
      * EMPLOYEE WHILE SUCH A CHANGE IS PENDING.
       HOLD-BANK-PARA.
           MOVE EPBANKAC TO BI-BANKAC.
           MOVE EPBANKIFSC TO BI-IFSC.
           MOVE EPBANKBR TO BI-BANKBR.
           MOVE EPPAYMODE TO BI-PAYMODE.
           IF BANK-IMAGE NOT = W-CGOLD (1:52)
               MOVE SPACES TO W-CGNEW
               MOVE BANK-IMAGE TO W-CGNEW
               MOVE EPEMPID TO W-CGEMP
               MOVE "B" TO W-CGTYPE
               MOVE SPACES TO W-CGCOMP
               PERFORM WRITE-PENDING-PARA THRU WRITE-PENDING-EXIT
               MOVE W-CGOLD (1:52) TO BANK-IMAGE
               MOVE BI-BANKAC TO EPBANKAC
               MOVE BI-IFSC TO EPBANKIFSC
               MOVE BI-BANKBR TO EPBANKBR
               MOVE BI-PAYMODE TO EPPAYMODE
               IF W-CGOK = "D"
                   DISPLAY "A BANK DETAIL CHANGE IS ALREADY AWAITING "
                       "APPROVAL - NEW BANK DETAILS NOT TAKEN" AT 2201
               ELSE
                   DISPLAY "BANK DETAILS / PAY MODE HELD FOR APPROVAL "
                       "BY A SECOND USER" AT 2201
               END-IF
               ACCEPT STUFF AT 2301
           END-IF.

       DELETE-EMP-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O EMPFILE.
               CLOSE EMPFILE
               GO TO MAIN-PARA
           END-READ.
           PERFORM CHECK-EMP-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               DISPLAY "EMPLOYEE NOT IN A COMPANY YOU MAY WORK ON"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE EMPFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY " NAME          :" EEMPNAME AT 0201.
           DISPLAY " BRANCH CODE   :" EBRNID AT 0301.
           DISPLAY "DELETE THIS RECORD (Y/N) :" AT 0501.
               CLOSE EMPFILE
               GO TO MAIN-PARA
           END-READ.
           PERFORM CHECK-EMP-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               DISPLAY "EMPLOYEE NOT IN A COMPANY YOU MAY WORK ON"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE EMPFILE
               GO TO MAIN-PARA
           END-IF
           MOVE EMPREC TO W-IMGOLD.
           MOVE 155 TO W-IMGLEN.
           MOVE SPACES TO W-SECDET.
           STRING "EMPWRITE EMP " EEMPID DELIMITED BY SIZE
               INTO W-SECDET
           END-STRING.
           PERFORM LOG-FULL-VIEW-PARA.
           DISPLAY "PRESS ENTER ON A FIELD TO KEEP ITS CURRENT VALUE"
               AT 2401.
           DISPLAY "NAME :" AT 0201.
           DISPLAY "ADDRESS :" AT 0301.
           ACCEPT EEMPADDR AT 0335 WITH UPDATE.
           DISPLAY "PHONE :" AT 0401.
           MOVE EPHONE TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           IF W-MKFLAG = "N"
               ACCEPT EPHONE AT 0435 WITH UPDATE
           ELSE
               MOVE 4 TO W-MKLINE
               PERFORM MASKED-UPDATE-PARA
               MOVE W-MKNEW TO EPHONE
           END-IF
           DISPLAY "DATE OF JOIN :" AT 0501.
           ACCEPT EDOJ AT 0535 WITH UPDATE.
           MOVE EDOJ TO W-DATECK.
               CLOSE EMPFILE
               GO TO MAIN-PARA
           END-IF
           PERFORM CHECK-EMP-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               DISPLAY "EMPLOYEE NOT IN A COMPANY YOU MAY WORK ON"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE EMPFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "DESIGNATION CODE :" AT 1301.
           ACCEPT EDESID AT 1335 WITH UPDATE.
           PERFORM VALIDATE-DESIGNATION-PARA.
               GO TO MAIN-PARA
           END-READ.
           MOVE BRANCHREC TO W-IMGOLD.
           MOVE 113 TO W-IMGLEN.
           DISPLAY "PRESS ENTER ON A FIELD TO KEEP ITS CURRENT VALUE"
               AT 2401.
           DISPLAY "BRANCH NAME :" AT 0201.
           ACCEPT BMGRNAME AT 0635 WITH UPDATE.
           DISPLAY "STATE CODE :" AT 0701.
           ACCEPT BSTATE AT 0735 WITH UPDATE.
           DISPLAY "COMPANY CODE :" AT 0801.
           ACCEPT BCOMPANY AT 0835 WITH UPDATE.
           IF BCOMPANY NOT = SPACES
               MOVE "C" TO W-COFUNC
               CALL "CMPYSEL" USING W-COFUNC W-AUDITUSER BCOMPANY
                   W-COREPLY
               IF W-COREPLY NOT = "Y"
                   DISPLAY "INVALID COMPANY CODE - NOT CHANGED" AT 2201
                   ACCEPT STUFF AT 2301
                   CLOSE BRANCHFILE
                   GO TO MAIN-PARA
               END-IF
           END-IF
           REWRITE BRANCHREC.
           MOVE "BRANCHFILE" TO AL-FILE.
           MOVE BBRID TO AL-KEY.
           ACCEPT W-APPRCH AT 0621.
           IF W-APPRCH = "2"
               GO TO CANCEL-LEAVE-PARA
           END-IF.
       LEAVE-QUEUE-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O LEAVEFILE.
           IF FSL NOT = "00"
               DISPLAY "NO LEAVE REQUESTS ON FILE" AT 2201
           PERFORM UNTIL FSL = "10"
               READ LEAVEFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSL = "00" AND LSTATUS = "R"
                   CALL "TEAMCHK" USING W-AUDITUSER LEMPID W-TMROLE
                       W-TMREPLY W-TMMGR
                   CANCEL "TEAMCHK"
               END-IF
               IF FSL = "00" AND LSTATUS = "R" AND W-TMREPLY = "Y"
                   PERFORM REVIEW-REQUEST-PARA
                       THRU REVIEW-REQUEST-EXIT
                   IF W-APPRCH = "Q" OR W-APPRCH = "q"
               CLOSE EMPFILE
               GO TO MAIN-PARA
           END-READ.
           PERFORM CHECK-EMP-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               DISPLAY "EMPLOYEE NOT IN A COMPANY YOU MAY WORK ON"
                   AT 2201
               ACCEPT STUFF AT 2301
               CLOSE EMPFILE
               GO TO MAIN-PARA
           END-IF
           IF ESTATUS = "S"
               DISPLAY "EMPLOYEE ALREADY SEPARATED ON " ESEPDT AT 2201
               ACCEPT STUFF AT 2301
               PERFORM WRITE-AUDIT-PARA
               MOVE EMPREC TO W-IMGNEW
               PERFORM WRITE-AUDIT-IMAGES-PARA
               PERFORM CHECK-QUARTER-PARA
               IF W-QTROPEN = "Y"
                   DISPLAY "COMPANY QUARTER " QAQBRID "/" QAQNO
                       " NOT YET VACATED - RECORD THE HANDOVER ON THE "
                       "HOUSING SCREEN" AT 2101
               END-IF
               DISPLAY "EMPLOYEE MARKED SEPARATED" AT 2201
           ELSE
               DISPLAY "SEPARATION CANCELLED" AT 2201
           CLOSE EMPFILE.
           GO TO MAIN-PARA.

      * A LEAVER STILL IN A COMPANY QUARTER IS FLAGGED SO THE
      * HANDOVER IS FOLLOWED UP BEFORE THE FINAL SETTLEMENT.
       CHECK-QUARTER-PARA.
           MOVE "N" TO W-QTROPEN.
           OPEN INPUT QTRALLOTFILE.
           IF FSQA = "00"
               MOVE EEMPID TO QAEMPID
               START QTRALLOTFILE KEY IS EQUAL TO QAEMPID
                   INVALID KEY
                       MOVE "10" TO FSQA
               END-START
               PERFORM UNTIL W-QTROPEN = "Y"
                   OR (FSQA NOT = "00" AND FSQA NOT = "02")
                   READ QTRALLOTFILE NEXT RECORD AT END EXIT PERFORM
                   END-READ
                   IF QAEMPID NOT = EEMPID
                       EXIT PERFORM
                   END-IF
                   IF QASTAT = "O"
                       MOVE "Y" TO W-QTROPEN
                   END-IF
               END-PERFORM
               CLOSE QTRALLOTFILE
           END-IF.

       DEPENDENT-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O DEPENDENTFILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       WRITE-AUDIT-IMAGES-PARA.
           MOVE "OLD :" TO IL-TAG.
           PERFORM WRITE-OLD-SEGMENT-PARA
               VARYING W-IMGPOS FROM 1 BY 75
           PERFORM WRITE-NEW-SEGMENT-PARA
               VARYING W-IMGPOS FROM 1 BY 75
               UNTIL W-IMGPOS > W-IMGLEN.

       WRITE-OLD-SEGMENT-PARA.
           COMPUTE W-IMGSEG = W-IMGLEN - W-IMGPOS + 1.
           MOVE SPACES TO IL-DATA.
           MOVE W-IMGOLD(W-IMGPOS : W-IMGSEG) TO IL-DATA.
           MOVE IMAGE-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       WRITE-NEW-SEGMENT-PARA.
           COMPUTE W-IMGSEG = W-IMGLEN - W-IMGPOS + 1.
           MOVE SPACES TO IL-DATA.
           MOVE W-IMGNEW(W-IMGPOS : W-IMGSEG) TO IL-DATA.
           MOVE IMAGE-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       MASK-FIELD-PARA.
           CALL "MASKFLD" USING W-ROLE W-MKIN W-MKOUT W-MKFLAG.

      * A FIELD THE USER MAY NOT SEE IN FULL IS OFFERED MASKED. LEFT
      * AS SHOWN, THE STORED VALUE IS KEPT; ANYTHING KEYED OVER IT
      * REPLACES IT.
       MASKED-UPDATE-PARA.
           MOVE W-MKOUT TO W-MKNEW.
           ACCEPT W-MKNEW AT LINE W-MKLINE COLUMN 35 WITH UPDATE.
           IF W-MKNEW = W-MKOUT
               MOVE W-MKIN TO W-MKNEW
           END-IF.

      * THE CALLER SETS W-SECDET TO SAY WHICH RECORD WAS SHOWN.
       LOG-FULL-VIEW-PARA.
           MOVE SPACES TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           IF W-MKFLAG = "N"
               MOVE "PIIVIEW" TO W-SECEVENT
               CALL "SECLOG" USING W-AUDITUSER W-SECEVENT W-SECDET
           END-IF.

       REPORT-FS-ERROR-PARA.
           COPY FS-MSG REPLACING STATUS BY W-FSCHECK
