       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPR.

      * APPROVAL OF PENDING PAY AND BANK CHANGES. CHANGES TO AN
      * EMPLOYEE'S BANK DETAILS OR PAY MODE (TYPE B), PAYMENTREC
      * EARNINGS (E) AND EARNING PAY COMPONENTS (C) MADE IN THE HRMS
      * WRITE SCREENS ARE HELD ON files/CHGPEND.DAT UNTIL A SECOND
      * USER WITH APPROVER RIGHTS (ROLE A OR P) APPROVES THEM HERE.
      * NOBODY MAY APPROVE A CHANGE THEY MADE THEMSELVES. ON APPROVAL
      * ONLY THE FIELDS THE MAKER CHANGED ARE APPLIED, SO A REVISION
      * POSTED SINCE TO ANOTHER FIELD IS NOT UNDONE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHGPENDFILE
               ASSIGN TO "files/CHGPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHID
               ALTERNATE RECORD KEY IS CHEMPID WITH DUPLICATES
               FILE STATUS IS FSCG.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT EMPPERSONALFILE
               ASSIGN TO "files/EMPPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPEMPID
               FILE STATUS IS FSEP.

           SELECT PAYMENTFILE
               ASSIGN TO "files/PAYMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT EMPCOMPFILE
               ASSIGN TO "files/EMPCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECKEY
               ALTERNATE RECORD KEY IS ECCODE WITH DUPLICATES
               FILE STATUS IS FSEC.

           SELECT PAYHOLDFILE
               ASSIGN TO "files/PAYHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HDEMPID
               FILE STATUS IS FSHD.

           SELECT FREEZEFILE
               ASSIGN TO "files/FREEZE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSFZ.

       DATA DIVISION.
       FILE SECTION.

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

       FD EMPPERSONALFILE.
       01 EMPPERSONALREC.
           02 EPEMPID  PIC X(6).
           02 EPTADD   PIC X(30).
           02 EPTPH    PIC X(10).
           02 EPDOB    PIC X(10).
           02 EPPOB    PIC X(10).
           02 EPLANG   PIC X(15).
           02 EPBLOOD  PIC X(4).
           02 EPWEIGHT PIC 999.
           02 EPHEIGHT PIC 999.
           02 EPVISION PIC X(15).
           02 EPFATHER PIC X(25).
           02 EPDOBF   PIC X(10).
           02 EPMOTHER PIC X(25).
           02 EPDOBM   PIC X(10).
           02 EPSPOUSE PIC X(25).
           02 EPCHILD  PIC X(25).
           02 EPDOBC   PIC X(10).
           02 EPBANKAC PIC X(20).
           02 EPBANKIFSC PIC X(11).
           02 EPBANKBR PIC X(20).
           02 EPPFNO   PIC X(22).
           02 EPUAN    PIC X(12).
           02 EPESINO  PIC X(10).
           02 EPPAYMODE PIC X.

       FD PAYMENTFILE.
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.
           02 PARREAR  PIC 9(6)V99.
           02 POTAMT   PIC 9(6)V99.
           02 PMEDPREM PIC 9(6)V99.
           02 PCLAIM   PIC 9(6)V99.
           02 PENCASH  PIC 9(6)V99.
           02 PCO      PIC 99.
           02 PCOPER   PIC X(6).

       FD EMPCOMPFILE.
       01 EMPCOMPREC.
           02 ECKEY.
               03 ECEMPID PIC X(6).
               03 ECCODE  PIC X(8).
           02 ECAMT     PIC 9(6)V99.

       FD PAYHOLDFILE.
       01 PAYHOLDREC.
           02 HDEMPID  PIC X(6).
           02 HDREASON PIC X(20).
           02 HDDATE   PIC X(10).
           02 HDAMT    PIC 9(8)V99.

       FD FREEZEFILE.
       01 FREEZEREC.
           02 FZFLAG   PIC X.
           02 FZPERIOD PIC X(7).
           02 FZUSER   PIC X(10).
           02 FZDATE   PIC X(8).

       WORKING-STORAGE SECTION.
       77 FSCG       PIC XX.
       77 FSE        PIC XX.
       77 FSEP       PIC XX.
       77 FSP        PIC XX.
       77 FSEC       PIC XX.
       77 FSHD       PIC XX.
       77 FSFZ       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-ROLE     PIC X.
       77 W-APPRCH   PIC X.
       77 W-APPLYOK  PIC X.
       77 W-MSG      PIC X(60).
       77 W-EMPCO    PIC X(4).
       77 W-COFUNC   PIC X.
       77 W-COREPLY  PIC X.
       77 W-IDX      PIC 99.
       77 W-LINE     PIC 99.
       77 W-OWN      PIC 999.
       77 W-OLDED    PIC ZZZ,ZZ9.99.
       77 W-NEWED    PIC ZZZ,ZZ9.99.
       77 W-FROZEN   PIC X.
       77 W-FZWHAT   PIC X(9).

       01 BANK-OLD.
           02 BO-BANKAC   PIC X(20).
           02 BO-IFSC     PIC X(11).
           02 BO-BANKBR   PIC X(20).
           02 BO-PAYMODE  PIC X.

       01 BANK-NEW.
           02 BN-BANKAC   PIC X(20).
           02 BN-IFSC     PIC X(11).
           02 BN-BANKBR   PIC X(20).
           02 BN-PAYMODE  PIC X.

      * EARNINGS IN THE ORDER EMPWRITE HOLDS THEM ON THE CHANGE.
       01 EARN-OLD.
           02 EO-AMT PIC 9(6)V99 OCCURS 21 TIMES.
       01 EARN-NEW.
           02 EN-AMT PIC 9(6)V99 OCCURS 21 TIMES.
       01 EARN-CUR.
           02 EC-AMT PIC 9(6)V99 OCCURS 21 TIMES.

       01 EARN-LABELS.
           02 FILLER PIC X(12) VALUE "BASIC".
           02 FILLER PIC X(12) VALUE "DA".
           02 FILLER PIC X(12) VALUE "CCA".
           02 FILLER PIC X(12) VALUE "HRA".
           02 FILLER PIC X(12) VALUE "DPA".
           02 FILLER PIC X(12) VALUE "PPA".
           02 FILLER PIC X(12) VALUE "EDUCATION".
           02 FILLER PIC X(12) VALUE "TECH JOURNAL".
           02 FILLER PIC X(12) VALUE "LUNCH".
           02 FILLER PIC X(12) VALUE "CONVEYANCE".
           02 FILLER PIC X(12) VALUE "ATTIRE".
           02 FILLER PIC X(12) VALUE "LTA".
           02 FILLER PIC X(12) VALUE "PERF INCENT".
           02 FILLER PIC X(12) VALUE "MEDICAL".
           02 FILLER PIC X(12) VALUE "BOOKS".
           02 FILLER PIC X(12) VALUE "ENTERTAIN".
           02 FILLER PIC X(12) VALUE "PHONE".
           02 FILLER PIC X(12) VALUE "HOUSE".
           02 FILLER PIC X(12) VALUE "VEHICLE".
           02 FILLER PIC X(12) VALUE "CREDIT CARD".
           02 FILLER PIC X(12) VALUE "CLUB".
       01 EARN-LABEL-TABLE REDEFINES EARN-LABELS.
           02 EL-NAME PIC X(12) OCCURS 21 TIMES.

       01 COMP-OLD.
           02 CO-AMT      PIC 9(6)V99.
       01 COMP-NEW.
           02 CN-AMT      PIC 9(6)V99.

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
                   "APPROVE CHANGES" AT 1010
               ACCEPT STUFF AT 1110
               EXIT PROGRAM
           END-IF
           DISPLAY "****** PENDING PAY AND BANK CHANGES ******"
               AT 0310.
           DISPLAY "1. WORK APPROVAL QUEUE" AT 0520.
           DISPLAY "2. LIST PENDING CHANGES" AT 0620.
           DISPLAY "3. EXIT" AT 0720.
           DISPLAY "A CHANGE MUST BE APPROVED BY A USER OTHER THAN "
               "THE ONE WHO MADE IT" AT 0920.
           DISPLAY "ENTER YOUR CHOICE :" AT 1120.
           ACCEPT CHOICE AT 1140.
           IF CHOICE = '1'
               GO TO APPROVAL-PARA
           ELSE
           IF CHOICE = '2'
               GO TO LIST-PENDING-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       APPROVAL-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O CHGPENDFILE.
           IF FSCG NOT = "00"
               DISPLAY "NO CHANGES ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           MOVE 0 TO W-OWN.
           MOVE SPACE TO W-APPRCH.
           PERFORM UNTIL FSCG = "10"
               READ CHGPENDFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSCG = "00" AND CHSTAT = "P"
                   PERFORM CHECK-EMP-COMPANY-PARA
               ELSE
                   MOVE "N" TO W-COREPLY
               END-IF
               IF W-COREPLY = "Y"
                   IF CHMAKER = W-AUDITUSER
                       ADD 1 TO W-OWN
                   ELSE
                       PERFORM REVIEW-CHANGE-PARA
                           THRU REVIEW-CHANGE-EXIT
                       IF W-APPRCH = "Q" OR W-APPRCH = "q"
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CHGPENDFILE.
           COPY CLEAR-SCREEN.
           DISPLAY "NO MORE CHANGES AWAITING YOUR APPROVAL" AT 2101.
           IF W-OWN > 0
               DISPLAY W-OWN " CHANGE(S) YOU MADE NEED ANOTHER APPROVER"
                   AT 2201
           END-IF
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       REVIEW-CHANGE-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "****** PENDING CHANGE ******" AT 0101.
           MOVE SPACES TO EEMPNAME.
           OPEN INPUT EMPFILE.
           IF FSE = "00"
               MOVE CHEMPID TO EEMPID
               READ EMPFILE INVALID KEY
                   MOVE SPACES TO EEMPNAME
               END-READ
               CLOSE EMPFILE
           END-IF
           DISPLAY " CHANGE CODE   :" CHID AT 0201.
           DISPLAY " EMPLOYEE      :" CHEMPID " " EEMPNAME AT 0301.
           DISPLAY " MADE BY       :" CHMAKER " ON " CHMDATE AT 0401.
           EVALUATE CHTYPE
               WHEN "B"
                   PERFORM SHOW-BANK-PARA
               WHEN "E"
                   PERFORM SHOW-EARN-PARA
               WHEN OTHER
                   PERFORM SHOW-COMP-PARA
           END-EVALUATE
           DISPLAY "(A)PPROVE, RE(J)ECT, (S)KIP, (Q)UIT :" AT 2101.
           ACCEPT W-APPRCH AT 2140.
           EVALUATE W-APPRCH
               WHEN "A"
               WHEN "a"
                   PERFORM APPLY-CHANGE-PARA THRU APPLY-CHANGE-EXIT
                   IF W-APPLYOK = "Y"
                       MOVE "A" TO CHSTAT
                       MOVE W-AUDITUSER TO CHCHKR
                       MOVE FUNCTION CURRENT-DATE (1:8) TO CHCDATE
                       REWRITE CHGPENDREC
                       MOVE "CHGPENDFILE" TO AL-FILE
                       MOVE CHID TO AL-KEY
                       MOVE "APPROVE" TO AL-ACTION
                       PERFORM WRITE-AUDIT-PARA
                       IF W-MSG = SPACES
                           MOVE "CHANGE APPROVED AND APPLIED" TO W-MSG
                       END-IF
                   END-IF
                   DISPLAY W-MSG AT 2201
                   ACCEPT STUFF AT 2301
               WHEN "J"
               WHEN "j"
                   MOVE "R" TO CHSTAT
                   MOVE W-AUDITUSER TO CHCHKR
                   MOVE FUNCTION CURRENT-DATE (1:8) TO CHCDATE
                   REWRITE CHGPENDREC
                   MOVE "CHGPENDFILE" TO AL-FILE
                   MOVE CHID TO AL-KEY
                   MOVE "REJECT" TO AL-ACTION
                   PERFORM WRITE-AUDIT-PARA
                   DISPLAY "CHANGE REJECTED - RECORD LEFT AS IT WAS"
                       AT 2201
                   ACCEPT STUFF AT 2301
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       REVIEW-CHANGE-EXIT.
           EXIT.

       SHOW-BANK-PARA.
           MOVE CHOLD TO BANK-OLD.
           MOVE CHNEW TO BANK-NEW.
           DISPLAY " CHANGE TO     :BANK DETAILS / PAY MODE" AT 0501.
           DISPLAY "                BEFORE               AFTER"
               AT 0701.
           DISPLAY " ACCOUNT NO   :" BO-BANKAC " " BN-BANKAC AT 0801.
           DISPLAY " IFSC         :" BO-IFSC "          " BN-IFSC
               AT 0901.
           DISPLAY " BANK BRANCH  :" BO-BANKBR " " BN-BANKBR AT 1001.
           DISPLAY " PAY MODE     :" BO-PAYMODE
               "                    " BN-PAYMODE AT 1101.

       SHOW-EARN-PARA.
           MOVE CHOLD TO EARN-OLD.
           MOVE CHNEW TO EARN-NEW.
           DISPLAY " CHANGE TO     :EARNINGS (CHANGED AMOUNTS ONLY)"
               AT 0501.
           DISPLAY "                    BEFORE        AFTER" AT 0701.
           MOVE 8 TO W-LINE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 21
               IF EO-AMT (W-IDX) NOT = EN-AMT (W-IDX) AND W-LINE < 21
                   MOVE EO-AMT (W-IDX) TO W-OLDED
                   MOVE EN-AMT (W-IDX) TO W-NEWED
                   DISPLAY " " EL-NAME (W-IDX) "  " W-OLDED "   "
                       W-NEWED AT LINE W-LINE COLUMN 1
                   ADD 1 TO W-LINE
               END-IF
           END-PERFORM.

       SHOW-COMP-PARA.
           MOVE CHOLD TO COMP-OLD.
           MOVE CHNEW TO COMP-NEW.
           DISPLAY " CHANGE TO     :PAY COMPONENT " CHCOMP AT 0501.
           MOVE CO-AMT TO W-OLDED.
           MOVE CN-AMT TO W-NEWED.
           DISPLAY " MONTHLY AMOUNT BEFORE :" W-OLDED AT 0701.
           DISPLAY " MONTHLY AMOUNT AFTER  :" W-NEWED AT 0801.
           IF CN-AMT = 0
               DISPLAY " (COMPONENT WILL BE REMOVED)" AT 0901
           END-IF.

      * APPLY ONLY THE FIELDS THE MAKER CHANGED. WHILE A PAY CYCLE IS
      * IN PROGRESS ONLY AN ADMINISTRATOR MAY APPLY ONE, AS IN THE
      * WRITE SCREENS, AND THE OVERRIDE GOES ON THE AUDIT TRAIL.
       APPLY-CHANGE-PARA.
           MOVE "Y" TO W-APPLYOK.
           MOVE SPACES TO W-MSG.
           IF CHTYPE = "B"
               MOVE "BANK" TO W-FZWHAT
           ELSE
               MOVE "PAYMENT" TO W-FZWHAT
           END-IF
           PERFORM CHECK-FREEZE-PARA THRU CHECK-FREEZE-EXIT.
           IF W-FROZEN = "B"
               MOVE "N" TO W-APPLYOK
               GO TO APPLY-CHANGE-EXIT
           END-IF
           EVALUATE CHTYPE
               WHEN "B"
                   PERFORM APPLY-BANK-PARA THRU APPLY-BANK-EXIT
               WHEN "E"
                   PERFORM APPLY-EARN-PARA THRU APPLY-EARN-EXIT
               WHEN OTHER
                   PERFORM APPLY-COMP-PARA THRU APPLY-COMP-EXIT
           END-EVALUATE.
       APPLY-CHANGE-EXIT.
           EXIT.

       APPLY-BANK-PARA.
           MOVE CHOLD TO BANK-OLD.
           MOVE CHNEW TO BANK-NEW.
           OPEN I-O EMPPERSONALFILE.
           IF FSEP NOT = "00"
               MOVE "N" TO W-APPLYOK
               MOVE "UNABLE TO OPEN EMP PERSONAL FILE - NOT APPROVED"
                   TO W-MSG
               GO TO APPLY-BANK-EXIT
           END-IF
           MOVE CHEMPID TO EPEMPID.
           READ EMPPERSONALFILE INVALID KEY
               MOVE "N" TO W-APPLYOK
               MOVE "NO PERSONAL RECORD FOR EMPLOYEE - NOT APPROVED"
                   TO W-MSG
               CLOSE EMPPERSONALFILE
               GO TO APPLY-BANK-EXIT
           END-READ.
           IF BO-BANKAC NOT = BN-BANKAC
               MOVE BN-BANKAC TO EPBANKAC
           END-IF
           IF BO-IFSC NOT = BN-IFSC
               MOVE BN-IFSC TO EPBANKIFSC
           END-IF
           IF BO-BANKBR NOT = BN-BANKBR
               MOVE BN-BANKBR TO EPBANKBR
           END-IF
           IF BO-PAYMODE NOT = BN-PAYMODE
               MOVE BN-PAYMODE TO EPPAYMODE
           END-IF
           REWRITE EMPPERSONALREC.
           CLOSE EMPPERSONALFILE.
           MOVE "EMPPERSONALFILE" TO AL-FILE.
           MOVE CHEMPID TO AL-KEY.
           MOVE "UPDATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
      * DISBURSE HOLDS THE PAY OF AN EMPLOYEE WITH A BANK CHANGE
      * PENDING; THE HOLD IS RELEASED ON THE STOP-PAYMENT SCREEN.
           OPEN INPUT PAYHOLDFILE.
           IF FSHD = "00"
               MOVE CHEMPID TO HDEMPID
               READ PAYHOLDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "APPLIED - PAY IS ON HOLD, RELEASE IT ON "
                           TO W-MSG
                       MOVE "THE STOP-PAYMENT SCREEN" TO W-MSG (41:20)
               END-READ
               CLOSE PAYHOLDFILE
           END-IF.
       APPLY-BANK-EXIT.
           EXIT.

       APPLY-EARN-PARA.
           MOVE CHOLD TO EARN-OLD.
           MOVE CHNEW TO EARN-NEW.
           OPEN I-O PAYMENTFILE.
           IF FSP NOT = "00"
               MOVE "N" TO W-APPLYOK
               MOVE "UNABLE TO OPEN PAYMENT FILE - NOT APPROVED"
                   TO W-MSG
               GO TO APPLY-EARN-EXIT
           END-IF
           MOVE CHEMPID TO PEMPID.
           READ PAYMENTFILE INVALID KEY
               MOVE "N" TO W-APPLYOK
               MOVE "NO PAYMENT RECORD FOR EMPLOYEE - NOT APPROVED"
                   TO W-MSG
               CLOSE PAYMENTFILE
               GO TO APPLY-EARN-EXIT
           END-READ.
           PERFORM EARN-TO-TABLE-PARA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 21
               IF EO-AMT (W-IDX) NOT = EN-AMT (W-IDX)
                   MOVE EN-AMT (W-IDX) TO EC-AMT (W-IDX)
               END-IF
           END-PERFORM
           PERFORM TABLE-TO-EARN-PARA.
           REWRITE PAYMENTREC.
           CLOSE PAYMENTFILE.
           MOVE "PAYMENTFILE" TO AL-FILE.
           MOVE CHEMPID TO AL-KEY.
           MOVE "UPDATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
       APPLY-EARN-EXIT.
           EXIT.

       EARN-TO-TABLE-PARA.
           MOVE PBASIC  TO EC-AMT (1).
           MOVE PDA     TO EC-AMT (2).
           MOVE PCCA    TO EC-AMT (3).
           MOVE PHRA    TO EC-AMT (4).
           MOVE PDPA    TO EC-AMT (5).
           MOVE PPPA    TO EC-AMT (6).
           MOVE PEDUA   TO EC-AMT (7).
           MOVE PTECHJR TO EC-AMT (8).
           MOVE PLUNCHA TO EC-AMT (9).
           MOVE PCONVEY TO EC-AMT (10).
           MOVE PBUSATR TO EC-AMT (11).
           MOVE PLTA    TO EC-AMT (12).
           MOVE PPERINC TO EC-AMT (13).
           MOVE PMEDI   TO EC-AMT (14).
           MOVE PBOOK   TO EC-AMT (15).
           MOVE PENTER  TO EC-AMT (16).
           MOVE PTPH    TO EC-AMT (17).
           MOVE PHOUSE  TO EC-AMT (18).
           MOVE PVEHMAN TO EC-AMT (19).
           MOVE PCREDIT TO EC-AMT (20).
           MOVE PCLUB   TO EC-AMT (21).

       TABLE-TO-EARN-PARA.
           MOVE EC-AMT (1)  TO PBASIC.
           MOVE EC-AMT (2)  TO PDA.
           MOVE EC-AMT (3)  TO PCCA.
           MOVE EC-AMT (4)  TO PHRA.
           MOVE EC-AMT (5)  TO PDPA.
           MOVE EC-AMT (6)  TO PPPA.
           MOVE EC-AMT (7)  TO PEDUA.
           MOVE EC-AMT (8)  TO PTECHJR.
           MOVE EC-AMT (9)  TO PLUNCHA.
           MOVE EC-AMT (10) TO PCONVEY.
           MOVE EC-AMT (11) TO PBUSATR.
           MOVE EC-AMT (12) TO PLTA.
           MOVE EC-AMT (13) TO PPERINC.
           MOVE EC-AMT (14) TO PMEDI.
           MOVE EC-AMT (15) TO PBOOK.
           MOVE EC-AMT (16) TO PENTER.
           MOVE EC-AMT (17) TO PTPH.
           MOVE EC-AMT (18) TO PHOUSE.
           MOVE EC-AMT (19) TO PVEHMAN.
           MOVE EC-AMT (20) TO PCREDIT.
           MOVE EC-AMT (21) TO PCLUB.

       APPLY-COMP-PARA.
           MOVE CHNEW TO COMP-NEW.
           OPEN I-O EMPCOMPFILE.
           IF FSEC = 30 OR FSEC = 35
               OPEN OUTPUT EMPCOMPFILE
               CLOSE EMPCOMPFILE
               OPEN I-O EMPCOMPFILE
           END-IF
           IF FSEC NOT = "00"
               MOVE "N" TO W-APPLYOK
               MOVE "UNABLE TO OPEN COMPONENT FILE - NOT APPROVED"
                   TO W-MSG
               GO TO APPLY-COMP-EXIT
           END-IF
           MOVE CHEMPID TO ECEMPID.
           MOVE CHCOMP TO ECCODE.
           MOVE "EMPCOMPFILE" TO AL-FILE.
           MOVE CHEMPID TO AL-KEY.
           READ EMPCOMPFILE
               INVALID KEY
                   IF CN-AMT > 0
                       MOVE CN-AMT TO ECAMT
                       WRITE EMPCOMPREC
                       MOVE "CREATE" TO AL-ACTION
                       PERFORM WRITE-AUDIT-PARA
                   END-IF
               NOT INVALID KEY
                   IF CN-AMT = 0
                       DELETE EMPCOMPFILE
                       MOVE "DELETE" TO AL-ACTION
                   ELSE
                       MOVE CN-AMT TO ECAMT
                       REWRITE EMPCOMPREC
                       MOVE "MODIFY" TO AL-ACTION
                   END-IF
                   PERFORM WRITE-AUDIT-PARA
           END-READ.
           CLOSE EMPCOMPFILE.
       APPLY-COMP-EXIT.
           EXIT.

       CHECK-FREEZE-PARA.
           MOVE "N" TO W-FROZEN.
           OPEN INPUT FREEZEFILE.
           IF FSFZ NOT = "00"
               GO TO CHECK-FREEZE-EXIT
           END-IF
           READ FREEZEFILE
               AT END
                   MOVE "N" TO FZFLAG
           END-READ.
           CLOSE FREEZEFILE.
           IF FZFLAG NOT = "Y"
               GO TO CHECK-FREEZE-EXIT
           END-IF
           IF W-ROLE NOT = "A"
               MOVE "B" TO W-FROZEN
               MOVE SPACES TO W-MSG
               STRING "PAY CYCLE IN PROGRESS SINCE " FZDATE
                   " - CHANGE LEFT PENDING" DELIMITED BY SIZE
                   INTO W-MSG
               END-STRING
           ELSE
               MOVE "Y" TO W-FROZEN
               MOVE "APPLIED DURING PAY CYCLE - ADMIN OVERRIDE AUDITED"
                   TO W-MSG
               MOVE "FREEZE" TO AL-FILE
               MOVE W-FZWHAT TO AL-KEY
               MOVE "OVERRIDE" TO AL-ACTION
               PERFORM WRITE-AUDIT-PARA
           END-IF.
       CHECK-FREEZE-EXIT.
           EXIT.

       LIST-PENDING-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT CHGPENDFILE.
           IF FSCG NOT = "00"
               DISPLAY "NO CHANGES ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY " CODE   EMP ID TYPE COMPONENT MADE BY    ON"
               AT 0101.
           MOVE 0 TO W-IDX.
           PERFORM UNTIL FSCG = "10"
               READ CHGPENDFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSCG = "00" AND CHSTAT = "P" AND W-IDX < 18
                   PERFORM CHECK-EMP-COMPANY-PARA
               ELSE
                   MOVE "N" TO W-COREPLY
               END-IF
               IF W-COREPLY = "Y"
                   ADD 1 TO W-IDX
                   DISPLAY " " CHID " " CHEMPID "  " CHTYPE "    "
                       CHCOMP "  " CHMAKER " " CHMDATE
                       AT LINE (W-IDX + 2) COLUMN 1
               END-IF
           END-PERFORM
           CLOSE CHGPENDFILE.
           IF W-IDX = 0
               DISPLAY " NO CHANGES AWAITING APPROVAL" AT 0301
           END-IF
           DISPLAY "TYPE B = BANK / PAY MODE, E = EARNINGS, "
               "C = PAY COMPONENT" AT 2101.
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * A CHANGE IS SHOWN ONLY TO AN APPROVER ALLOWED TO WORK ON THE
      * COMPANY OF THE EMPLOYEE'S BRANCH. W-COREPLY IS Y IF SO; AN
      * EMPLOYEE NOT ON FILE HAS NO COMPANY.
       CHECK-EMP-COMPANY-PARA.
           MOVE SPACES TO EBRNID.
           OPEN INPUT EMPFILE.
           IF FSE = "00"
               MOVE CHEMPID TO EEMPID
               READ EMPFILE
                   INVALID KEY
                       MOVE SPACES TO EBRNID
               END-READ
               CLOSE EMPFILE
           END-IF
           CALL "BRCOMP" USING EBRNID W-EMPCO.
           CANCEL "BRCOMP".
           MOVE "C" TO W-COFUNC.
           CALL "CMPYSEL" USING W-COFUNC W-AUDITUSER W-EMPCO W-COREPLY.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM CHGAPPR.
