       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRUIT.

      * RECRUITMENT. A REQUISITION IS RAISED AGAINST A VACANCY ON THE
      * ESTABLISHMENT (BRANCH AND DESIGNATION) AND IS HELD ON
      * files/REQN.DAT. APPLICANTS AGAINST A REQUISITION ARE HELD ON
      * files/APPLCNT.DAT WITH THEIR SOURCE, THE RESULT OF EACH
      * SELECTION STAGE, THE OFFER MADE AND THE CANDIDATE'S DECISION.
      * WHEN AN OFFER IS ACCEPTED THE APPLICANT IS CONVERTED INTO THE
      * EMPLOYEE, PERSONAL AND PAYMENT RECORDS UNDER A NEW EMPLOYEE
      * CODE, SO NOTHING IS KEYED TWICE. THE OFFERED BASIC PAY GOES
      * THROUGH THE SAME APPROVAL AS ANY OTHER EARNINGS CHANGE.
      * REQUISITION STATUS  O = OPEN, F = FILLED, C = CANCELLED.
      * APPLICANT STATUS    A = ACTIVE, R = REJECTED, O = OFFERED,
      *                     J = JOINED, D = DECLINED THE OFFER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REQNFILE
               ASSIGN TO "files/REQN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQID
               FILE STATUS IS FSRQ.

           SELECT APPLFILE
               ASSIGN TO "files/APPLCNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APID
               ALTERNATE RECORD KEY IS APRQID WITH DUPLICATES
               FILE STATUS IS FSAP.

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

           SELECT CHGPENDFILE
               ASSIGN TO "files/CHGPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHID
               ALTERNATE RECORD KEY IS CHEMPID WITH DUPLICATES
               FILE STATUS IS FSCG.

           SELECT BRANCHFILE
               ASSIGN TO "files/BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBRID
               FILE STATUS IS FSB.

           SELECT DESIGNATIONFILE
               ASSIGN TO "files/DESIG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DESID
               FILE STATUS IS FSDES.

           SELECT DEPARTMENTFILE
               ASSIGN TO "files/DEPART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPCODE
               FILE STATUS IS FSDEP.

           SELECT GRADEFILE
               ASSIGN TO "files/GRADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GGRADE
               FILE STATUS IS FSG.

           SELECT ESTABFILE
               ASSIGN TO "files/ESTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESKEY
               FILE STATUS IS FSES.

       DATA DIVISION.
       FILE SECTION.

       FD REQNFILE.
       01 REQNREC.
           02 RQID      PIC X(6).
           02 RQBRID    PIC X(6).
           02 RQDESID   PIC X(6).
           02 RQDEPT    PIC X(6).
           02 RQGRADE   PIC 99.
           02 RQPOSTS   PIC 99.
           02 RQFILLED  PIC 99.
           02 RQSTAT    PIC X.
           02 RQRAISED  PIC X(8).
           02 RQCLOSED  PIC X(8).
           02 RQUSER    PIC X(10).

       FD APPLFILE.
       01 APPLREC.
           02 APID      PIC X(6).
           02 APRQID    PIC X(6).
           02 APNAME    PIC X(25).
           02 APADDR    PIC X(30).
           02 APPHONE   PIC X(10).
           02 APSOURCE  PIC X.
           02 APAPPLDT  PIC X(8).
           02 APSTAGES.
               03 APSTAGE OCCURS 4 TIMES.
                   04 APSTGDT  PIC X(8).
                   04 APSTGRES PIC X.
           02 APSTAT    PIC X.
           02 APOFFBAS  PIC 9(6)V99.
           02 APEMPTYPE PIC X.
           02 APCONTEND PIC X(10).
           02 APOFFDT   PIC X(8).
           02 APJOINDT  PIC X(10).
           02 APDECDT   PIC X(8).
           02 APEMPID   PIC X(6).

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

       FD DESIGNATIONFILE.
       01 DESIGNATIONREC.
           02 DESID    PIC X(6).
           02 DESIGN   PIC X(15).
           02 DESHRT   PIC X(4).

       FD DEPARTMENTFILE.
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD GRADEFILE.
       01 GRADEREC.
           02 GGRADE      PIC 99.
           02 GDESIGN     PIC X(25).
           02 GMINBASIC   PIC 9(6)V99.
           02 GMAXBASIC   PIC 9(6)V99.
           02 GOTRATE     PIC 9(3)V99.

       FD ESTABFILE.
       01 ESTABREC.
           02 ESKEY.
               03 ESBRID  PIC X(6).
               03 ESDESID PIC X(6).
           02 ESSANCT PIC 9(4).

       WORKING-STORAGE SECTION.
       77 FSRQ       PIC XX.
       77 FSAP       PIC XX.
       77 FSE        PIC XX.
       77 FSEP       PIC XX.
       77 FSP        PIC XX.
       77 FSCG       PIC XX.
       77 FSB        PIC XX.
       77 FSDES      PIC XX.
       77 FSDEP      PIC XX.
       77 FSG        PIC XX.
       77 FSES       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-IDTYPE   PIC X(2).
       77 W-NEWID    PIC X(6).
       77 W-IDOK     PIC X.
       77 W-OK       PIC X.
       77 W-MSG      PIC X(50).
       77 W-TODAY    PIC X(8).
       77 W-RQID     PIC X(6).
       77 W-APID     PIC X(6).
       77 W-BRID     PIC X(6).
       77 W-DESID    PIC X(6).
       77 W-DEPT     PIC X(6).
       77 W-GRADE    PIC X(2).
       77 W-POSTS    PIC X(2).
       77 W-POSTNUM  PIC 99.
       77 W-ESSANCT  PIC 9(4).
       77 W-ESCOUNT  PIC 9(4).
       77 W-OUTSTND  PIC 9(4).
       77 W-AVAIL    PIC S9(4).
       77 W-AVAILED  PIC -(4)9.
       77 W-STAGE    PIC X.
       77 W-STGNO    PIC 9.
       77 W-RESULT   PIC X.
       77 W-BASIC    PIC 9(6)V99.
       77 W-BASICED  PIC ZZZ,ZZ9.99.
       77 W-EMPTYPE  PIC X.
       77 W-CONTEND  PIC X(10).
       77 W-JOINDT   PIC X(10).
       77 W-JOINKEY  PIC X(8).
       77 W-EMPID    PIC X(6).
       77 W-LINE     PIC 99.
       77 W-SUB      PIC 9.
       77 W-STATDESC PIC X(9).
       77 W-SRCDESC  PIC X(8).
       77 W-DATECK   PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-DATEOK   PIC X.

       01 STAGE-NAMES.
           02 FILLER PIC X(12) VALUE "SCREENING".
           02 FILLER PIC X(12) VALUE "WRITTEN TEST".
           02 FILLER PIC X(12) VALUE "INTERVIEW".
           02 FILLER PIC X(12) VALUE "HR ROUND".
       01 STAGE-TABLE REDEFINES STAGE-NAMES.
           02 SG-NAME PIC X(12) OCCURS 4 TIMES.

       01 EARN-IMAGE.
           02 EI-BASIC    PIC 9(6)V99.
           02 EI-REST     PIC 9(6)V99 OCCURS 20 TIMES.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           COPY CLEAR-SCREEN.
           DISPLAY "****** RECRUITMENT ******" AT 0310.
           DISPLAY "1. RAISE A REQUISITION" AT 0520.
           DISPLAY "2. CANCEL A REQUISITION" AT 0620.
           DISPLAY "3. ADD AN APPLICANT" AT 0720.
           DISPLAY "4. RECORD A SELECTION STAGE RESULT" AT 0820.
           DISPLAY "5. MAKE AN OFFER" AT 0920.
           DISPLAY "6. RECORD THE CANDIDATE'S DECISION" AT 1020.
           DISPLAY "7. LIST REQUISITIONS AND APPLICANTS" AT 1120.
           DISPLAY "8. EXIT" AT 1220.
           DISPLAY "ENTER YOUR CHOICE :" AT 1420.
           ACCEPT CHOICE AT 1440.
           IF CHOICE = '1'
               GO TO RAISE-REQN-PARA
           ELSE
           IF CHOICE = '2'
               GO TO CANCEL-REQN-PARA
           ELSE
           IF CHOICE = '3'
               GO TO ADD-APPL-PARA
           ELSE
           IF CHOICE = '4'
               GO TO STAGE-PARA
           ELSE
           IF CHOICE = '5'
               GO TO OFFER-PARA
           ELSE
           IF CHOICE = '6'
               GO TO DECISION-PARA
           ELSE
           IF CHOICE = '7'
               GO TO LIST-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

      * A REQUISITION MAY ONLY ASK FOR POSTS THAT ARE VACANT ON THE
      * ESTABLISHMENT AND NOT ALREADY ASKED FOR BY ANOTHER OPEN
      * REQUISITION FOR THE SAME BRANCH AND DESIGNATION.
       RAISE-REQN-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "RAISE A REQUISITION" AT 0101.
           DISPLAY " BRANCH CODE      :" AT 0301.
           DISPLAY " DESIGNATION CODE :" AT 0401.
           DISPLAY " DEPARTMENT CODE  :" AT 0501.
           DISPLAY " GRADE            :" AT 0601.
           DISPLAY " NUMBER OF POSTS  :" AT 0701.
           MOVE SPACES TO W-BRID W-DESID W-DEPT W-GRADE W-POSTS.
           ACCEPT W-BRID AT 0321.
           ACCEPT W-DESID AT 0421.
           ACCEPT W-DEPT AT 0521.
           ACCEPT W-GRADE AT 0621.
           ACCEPT W-POSTS AT 0721.
           PERFORM CHECK-VALUES-PARA THRU CHECK-VALUES-EXIT.
           IF W-OK = "N"
               GO TO ENTRY-FAIL-PARA
           END-IF
           IF W-POSTS(2:1) = SPACE
               MOVE W-POSTS(1:1) TO W-POSTS(2:1)
               MOVE "0" TO W-POSTS(1:1)
           END-IF
           IF W-POSTS NOT NUMERIC OR W-POSTS = "00"
               MOVE "INVALID NUMBER OF POSTS" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           MOVE W-POSTS TO W-POSTNUM.
           OPEN INPUT ESTABFILE.
           IF FSES NOT = "00"
               MOVE "NO ESTABLISHMENT ON FILE" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           MOVE W-BRID TO ESBRID.
           MOVE W-DESID TO ESDESID.
           READ ESTABFILE
               INVALID KEY
                   CLOSE ESTABFILE
                   MOVE "NO SANCTIONED POSTS FOR THAT BRANCH/DESIG"
                       TO W-MSG
                   GO TO ENTRY-FAIL-PARA
           END-READ.
           MOVE ESSANCT TO W-ESSANCT.
           CLOSE ESTABFILE.
           PERFORM COUNT-ACTUAL-PARA.
           OPEN I-O REQNFILE.
           IF FSRQ = 30 OR FSRQ = 35
               OPEN OUTPUT REQNFILE
               CLOSE REQNFILE
               OPEN I-O REQNFILE
           END-IF
           PERFORM COUNT-OUTSTANDING-PARA.
           COMPUTE W-AVAIL = W-ESSANCT - W-ESCOUNT - W-OUTSTND.
           MOVE W-AVAIL TO W-AVAILED.
           DISPLAY " SANCTIONED :" W-ESSANCT "  IN POST :" W-ESCOUNT
               "  ON OPEN REQUISITIONS :" W-OUTSTND
               "  VACANT :" W-AVAILED AT 0901.
           IF W-POSTNUM > W-AVAIL
               CLOSE REQNFILE
               MOVE "NOT ENOUGH VACANT POSTS FOR THIS REQUISITION"
                   TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           MOVE "RQ" TO W-IDTYPE.
           MOVE "N" TO W-IDOK.
           PERFORM UNTIL W-IDOK = "Y"
               CALL "NEXTID" USING W-IDTYPE W-NEWID
               MOVE W-NEWID TO RQID
               READ REQNFILE
                   INVALID KEY MOVE "Y" TO W-IDOK
               END-READ
               IF FSRQ NOT = "00" AND FSRQ NOT = "23"
                   MOVE "Y" TO W-IDOK
               END-IF
           END-PERFORM
           MOVE W-NEWID TO RQID.
           MOVE W-BRID TO RQBRID.
           MOVE W-DESID TO RQDESID.
           MOVE W-DEPT TO RQDEPT.
           MOVE W-GRADE TO RQGRADE.
           MOVE W-POSTNUM TO RQPOSTS.
           MOVE 0 TO RQFILLED.
           MOVE "O" TO RQSTAT.
           MOVE W-TODAY TO RQRAISED.
           MOVE SPACES TO RQCLOSED.
           MOVE W-AUDITUSER TO RQUSER.
           WRITE REQNREC.
           CLOSE REQNFILE.
           MOVE "REQNFILE" TO AL-FILE.
           MOVE RQID TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "REQUISITION " RQID " RAISED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       ENTRY-FAIL-PARA.
           DISPLAY W-MSG " - ENTRY CANCELLED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       CHECK-VALUES-PARA.
           MOVE "Y" TO W-OK.
           OPEN INPUT BRANCHFILE.
           MOVE W-BRID TO BBRID.
           READ BRANCHFILE
               INVALID KEY
                   MOVE "N" TO W-OK
                   MOVE "INVALID BRANCH CODE" TO W-MSG
               NOT INVALID KEY
                   IF BSTATUS = "C"
                       MOVE "N" TO W-OK
                       MOVE "BRANCH IS CLOSED" TO W-MSG
                   END-IF
           END-READ.
           CLOSE BRANCHFILE.
           IF W-OK = "N"
               GO TO CHECK-VALUES-EXIT
           END-IF
           OPEN INPUT DESIGNATIONFILE.
           MOVE W-DESID TO DESID.
           READ DESIGNATIONFILE
               INVALID KEY
                   MOVE "N" TO W-OK
                   MOVE "INVALID DESIGNATION CODE" TO W-MSG
           END-READ.
           CLOSE DESIGNATIONFILE.
           IF W-OK = "N"
               GO TO CHECK-VALUES-EXIT
           END-IF
           OPEN INPUT DEPARTMENTFILE.
           MOVE W-DEPT TO DEPCODE.
           READ DEPARTMENTFILE
               INVALID KEY
                   MOVE "N" TO W-OK
                   MOVE "INVALID DEPARTMENT CODE" TO W-MSG
           END-READ.
           CLOSE DEPARTMENTFILE.
           IF W-OK = "N"
               GO TO CHECK-VALUES-EXIT
           END-IF
           IF W-GRADE NOT NUMERIC
               MOVE "N" TO W-OK
               MOVE "INVALID GRADE NUMBER" TO W-MSG
               GO TO CHECK-VALUES-EXIT
           END-IF
           OPEN INPUT GRADEFILE.
           MOVE W-GRADE TO GGRADE.
           READ GRADEFILE
               INVALID KEY
                   MOVE "N" TO W-OK
                   MOVE "INVALID GRADE NUMBER" TO W-MSG
           END-READ.
           CLOSE GRADEFILE.
       CHECK-VALUES-EXIT.
           EXIT.

       COUNT-ACTUAL-PARA.
           MOVE 0 TO W-ESCOUNT.
           OPEN INPUT EMPFILE.
           PERFORM UNTIL FSE NOT = "00"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF ESTATUS NOT = "S" AND EBRNID = W-BRID
                   AND EDESID = W-DESID
                   ADD 1 TO W-ESCOUNT
               END-IF
           END-PERFORM
           CLOSE EMPFILE.

      * POSTS STILL TO BE FILLED ON OPEN REQUISITIONS FOR THE SAME
      * BRANCH AND DESIGNATION. REQNFILE MUST BE OPEN.
       COUNT-OUTSTANDING-PARA.
           MOVE 0 TO W-OUTSTND.
           MOVE LOW-VALUES TO RQID.
           START REQNFILE KEY IS NOT LESS THAN RQID
               INVALID KEY MOVE "10" TO FSRQ
           END-START.
           PERFORM UNTIL FSRQ NOT = "00"
               READ REQNFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF RQSTAT = "O" AND RQBRID = W-BRID
                   AND RQDESID = W-DESID
                   COMPUTE W-OUTSTND = W-OUTSTND + RQPOSTS - RQFILLED
               END-IF
           END-PERFORM
           MOVE "00" TO FSRQ.

       CANCEL-REQN-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O REQNFILE.
           IF FSRQ NOT = "00"
               DISPLAY "NO REQUISITIONS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER REQUISITION CODE :" AT 0101.
           ACCEPT W-RQID AT 0126.
           MOVE W-RQID TO RQID.
           READ REQNFILE
               INVALID KEY
                   CLOSE REQNFILE
                   DISPLAY "NO SUCH REQUISITION" AT 2201
                   ACCEPT STUFF AT 2301
                   GO TO MAIN-PARA
           END-READ.
           IF RQSTAT NOT = "O"
               CLOSE REQNFILE
               DISPLAY "REQUISITION IS NOT OPEN - NOT CANCELLED"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           PERFORM SHOW-REQN-PARA.
           DISPLAY "CANCEL THIS REQUISITION (Y/N) :" AT 1101.
           ACCEPT CHOICE AT 1133.
           IF CHOICE NOT = "Y" AND CHOICE NOT = "y"
               CLOSE REQNFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "C" TO RQSTAT.
           MOVE W-TODAY TO RQCLOSED.
           REWRITE REQNREC.
           CLOSE REQNFILE.
           MOVE "REQNFILE" TO AL-FILE.
           MOVE W-RQID TO AL-KEY.
           MOVE "CANCEL" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "REQUISITION CANCELLED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       SHOW-REQN-PARA.
           EVALUATE RQSTAT
               WHEN "O" MOVE "OPEN" TO W-STATDESC
               WHEN "F" MOVE "FILLED" TO W-STATDESC
               WHEN OTHER MOVE "CANCELLED" TO W-STATDESC
           END-EVALUATE
           DISPLAY " REQUISITION :" RQID "   STATUS :" W-STATDESC
               AT 0301.
           DISPLAY " BRANCH      :" RQBRID "   DESIGNATION :" RQDESID
               AT 0401.
           DISPLAY " DEPARTMENT  :" RQDEPT "   GRADE :" RQGRADE
               AT 0501.
           DISPLAY " POSTS       :" RQPOSTS "   FILLED :" RQFILLED
               AT 0601.
           DISPLAY " RAISED      :" RQRAISED "   BY :" RQUSER AT 0701.

       ADD-APPL-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT REQNFILE.
           IF FSRQ NOT = "00"
               DISPLAY "NO REQUISITIONS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER REQUISITION CODE :" AT 0101.
           ACCEPT W-RQID AT 0126.
           MOVE W-RQID TO RQID.
           READ REQNFILE
               INVALID KEY
                   CLOSE REQNFILE
                   MOVE "NO SUCH REQUISITION" TO W-MSG
                   GO TO ENTRY-FAIL-PARA
           END-READ.
           CLOSE REQNFILE.
           IF RQSTAT NOT = "O"
               MOVE "REQUISITION IS NOT OPEN" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           MOVE SPACES TO APPLREC.
           DISPLAY " APPLICANT NAME :" AT 0301.
           DISPLAY " ADDRESS        :" AT 0401.
           DISPLAY " PHONE          :" AT 0501.
           DISPLAY " SOURCE (A-ADVERT R-REFERRAL G-AGENCY C-CAMPUS "
               "O-OTHER) :" AT 0601.
           ACCEPT APNAME AT 0319.
           ACCEPT APADDR AT 0419.
           ACCEPT APPHONE AT 0519.
           ACCEPT APSOURCE AT 0659.
           MOVE FUNCTION UPPER-CASE (APSOURCE) TO APSOURCE.
           IF APNAME = SPACES
               MOVE "APPLICANT NAME IS REQUIRED" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           IF APSOURCE NOT = "A" AND APSOURCE NOT = "R"
               AND APSOURCE NOT = "G" AND APSOURCE NOT = "C"
               AND APSOURCE NOT = "O"
               MOVE "INVALID SOURCE" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           OPEN I-O APPLFILE.
           IF FSAP = 30 OR FSAP = 35
               OPEN OUTPUT APPLFILE
               CLOSE APPLFILE
               OPEN I-O APPLFILE
           END-IF
           MOVE "AC" TO W-IDTYPE.
           MOVE "N" TO W-IDOK.
           PERFORM UNTIL W-IDOK = "Y"
               CALL "NEXTID" USING W-IDTYPE W-NEWID
               MOVE W-NEWID TO APID
               READ APPLFILE
                   INVALID KEY MOVE "Y" TO W-IDOK
               END-READ
               IF FSAP NOT = "00" AND FSAP NOT = "23"
                   MOVE "Y" TO W-IDOK
               END-IF
           END-PERFORM
           MOVE W-NEWID TO APID.
           MOVE W-RQID TO APRQID.
           MOVE W-TODAY TO APAPPLDT.
           MOVE "A" TO APSTAT.
           MOVE 0 TO APOFFBAS.
           WRITE APPLREC.
           CLOSE APPLFILE.
           MOVE "APPLFILE" TO AL-FILE.
           MOVE APID TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "APPLICANT " APID " ADDED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * READS THE APPLICANT W-APID WITH APPLFILE OPEN I-O. W-OK IS "N"
      * WITH THE FILE CLOSED IF THERE IS NO SUCH APPLICANT.
       READ-APPL-PARA.
           MOVE "Y" TO W-OK.
           OPEN I-O APPLFILE.
           IF FSAP NOT = "00"
               MOVE "N" TO W-OK
               MOVE "NO APPLICANTS ON FILE" TO W-MSG
               GO TO READ-APPL-EXIT
           END-IF
           MOVE W-APID TO APID.
           READ APPLFILE
               INVALID KEY
                   CLOSE APPLFILE
                   MOVE "N" TO W-OK
                   MOVE "NO SUCH APPLICANT" TO W-MSG
           END-READ.
       READ-APPL-EXIT.
           EXIT.

       SHOW-APPL-PARA.
           EVALUATE APSTAT
               WHEN "A" MOVE "ACTIVE" TO W-STATDESC
               WHEN "R" MOVE "REJECTED" TO W-STATDESC
               WHEN "O" MOVE "OFFERED" TO W-STATDESC
               WHEN "J" MOVE "JOINED" TO W-STATDESC
               WHEN OTHER MOVE "DECLINED" TO W-STATDESC
           END-EVALUATE
           DISPLAY " APPLICANT   :" APID " " APNAME AT 0301.
           DISPLAY " REQUISITION :" APRQID "   STATUS :" W-STATDESC
               AT 0401.
           MOVE 1 TO W-SUB.
           PERFORM UNTIL W-SUB > 4
               COMPUTE W-LINE = W-SUB + 5
               DISPLAY " " W-SUB ". " SG-NAME (W-SUB) " : "
                   APSTGRES (W-SUB) "  " APSTGDT (W-SUB)
                   AT LINE W-LINE COLUMN 1
               ADD 1 TO W-SUB
           END-PERFORM.

      * A FAILED STAGE ENDS THE APPLICATION.
       STAGE-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "ENTER APPLICANT CODE :" AT 0101.
           ACCEPT W-APID AT 0124.
           PERFORM READ-APPL-PARA THRU READ-APPL-EXIT.
           IF W-OK = "N"
               GO TO ENTRY-FAIL-PARA
           END-IF
           IF APSTAT NOT = "A"
               CLOSE APPLFILE
               MOVE "APPLICANT IS NOT IN SELECTION" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           PERFORM SHOW-APPL-PARA.
           DISPLAY "STAGE NUMBER (1-4) :" AT 1101.
           DISPLAY "RESULT (P-PASSED F-FAILED) :" AT 1201.
           MOVE SPACE TO W-STAGE W-RESULT.
           ACCEPT W-STAGE AT 1122.
           ACCEPT W-RESULT AT 1230.
           MOVE FUNCTION UPPER-CASE (W-RESULT) TO W-RESULT.
           IF W-STAGE < "1" OR W-STAGE > "4"
               CLOSE APPLFILE
               MOVE "INVALID STAGE NUMBER" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           IF W-RESULT NOT = "P" AND W-RESULT NOT = "F"
               CLOSE APPLFILE
               MOVE "INVALID RESULT" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           MOVE W-STAGE TO W-STGNO.
           MOVE W-RESULT TO APSTGRES (W-STGNO).
           MOVE W-TODAY TO APSTGDT (W-STGNO).
           IF W-RESULT = "F"
               MOVE "R" TO APSTAT
           END-IF
           REWRITE APPLREC.
           CLOSE APPLFILE.
           MOVE "APPLFILE" TO AL-FILE.
           MOVE W-APID TO AL-KEY.
           MOVE "MODIFY" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           IF W-RESULT = "F"
               DISPLAY "RESULT RECORDED - APPLICANT REJECTED" AT 2201
           ELSE
               DISPLAY "RESULT RECORDED" AT 2201
           END-IF
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * THE OFFERED BASIC MUST LIE IN THE PAY RANGE OF THE GRADE THE
      * REQUISITION WAS RAISED FOR.
       OFFER-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "ENTER APPLICANT CODE :" AT 0101.
           ACCEPT W-APID AT 0124.
           PERFORM READ-APPL-PARA THRU READ-APPL-EXIT.
           IF W-OK = "N"
               GO TO ENTRY-FAIL-PARA
           END-IF
           IF APSTAT NOT = "A"
               CLOSE APPLFILE
               MOVE "APPLICANT IS NOT IN SELECTION" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           OPEN INPUT REQNFILE.
           MOVE APRQID TO RQID.
           READ REQNFILE
               INVALID KEY
                   MOVE "X" TO RQSTAT
           END-READ.
           CLOSE REQNFILE.
           IF RQSTAT NOT = "O" OR RQFILLED NOT < RQPOSTS
               CLOSE APPLFILE
               MOVE "REQUISITION IS NO LONGER OPEN" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           PERFORM SHOW-APPL-PARA.
           OPEN INPUT GRADEFILE.
           MOVE RQGRADE TO GGRADE.
           READ GRADEFILE
               INVALID KEY
                   MOVE 0 TO GMINBASIC
                   MOVE 999999.99 TO GMAXBASIC
           END-READ.
           CLOSE GRADEFILE.
           MOVE GMINBASIC TO W-BASICED.
           DISPLAY " GRADE " RQGRADE " BASIC RANGE :" W-BASICED AT 1101.
           MOVE GMAXBASIC TO W-BASICED.
           DISPLAY " TO " W-BASICED AT 1134.
           DISPLAY " OFFERED BASIC PAY            :" AT 1301.
           DISPLAY " EMPLOYMENT TYPE (P/C/T)      :" AT 1401.
           DISPLAY " JOINING DATE (DD/MM/YYYY)    :" AT 1501.
           MOVE SPACES TO W-JOINDT W-CONTEND.
           MOVE SPACE TO W-EMPTYPE.
           MOVE 0 TO W-BASIC.
           ACCEPT W-BASIC AT 1333.
           ACCEPT W-EMPTYPE AT 1433.
           ACCEPT W-JOINDT AT 1533.
           MOVE FUNCTION UPPER-CASE (W-EMPTYPE) TO W-EMPTYPE.
           IF W-BASIC = 0 OR W-BASIC < GMINBASIC
               OR W-BASIC > GMAXBASIC
               CLOSE APPLFILE
               MOVE "BASIC PAY OUTSIDE THE GRADE RANGE" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           IF W-EMPTYPE NOT = "P" AND W-EMPTYPE NOT = "C"
               AND W-EMPTYPE NOT = "T"
               CLOSE APPLFILE
               MOVE "INVALID EMPLOYMENT TYPE" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           MOVE W-JOINDT TO W-DATECK.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               CLOSE APPLFILE
               MOVE "INVALID JOINING DATE" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           MOVE W-DATENUM TO W-JOINKEY.
           IF W-JOINKEY < W-TODAY
               CLOSE APPLFILE
               MOVE "JOINING DATE IS IN THE PAST" TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           IF W-EMPTYPE = "C"
               DISPLAY " CONTRACT END DATE            :" AT 1601
               ACCEPT W-CONTEND AT 1633
               MOVE W-CONTEND TO W-DATECK
               PERFORM VALIDATE-DATE-PARA
               IF W-DATEOK NOT = "Y" OR W-DATENUM NOT > W-JOINKEY
                   CLOSE APPLFILE
                   MOVE "INVALID CONTRACT END DATE" TO W-MSG
                   GO TO ENTRY-FAIL-PARA
               END-IF
           END-IF
           MOVE "O" TO APSTAT.
           MOVE W-BASIC TO APOFFBAS.
           MOVE W-EMPTYPE TO APEMPTYPE.
           MOVE W-CONTEND TO APCONTEND.
           MOVE W-JOINDT TO APJOINDT.
           MOVE W-TODAY TO APOFFDT.
           REWRITE APPLREC.
           CLOSE APPLFILE.
           MOVE "APPLFILE" TO AL-FILE.
           MOVE W-APID TO AL-KEY.
           MOVE "OFFER" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "OFFER RECORDED - PRINT THE OFFER LETTER FROM HR "
               "LETTER GENERATION" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       DECISION-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "ENTER APPLICANT CODE :" AT 0101.
           ACCEPT W-APID AT 0124.
           PERFORM READ-APPL-PARA THRU READ-APPL-EXIT.
           IF W-OK = "N"
               GO TO ENTRY-FAIL-PARA
           END-IF
           IF APSTAT NOT = "O"
               CLOSE APPLFILE
               MOVE "NO OFFER IS OUTSTANDING FOR THIS APPLICANT"
                   TO W-MSG
               GO TO ENTRY-FAIL-PARA
           END-IF
           PERFORM SHOW-APPL-PARA.
           MOVE APOFFBAS TO W-BASICED.
           DISPLAY " OFFERED BASIC :" W-BASICED "   TYPE :" APEMPTYPE
               "   JOINING :" APJOINDT AT 1101.
           DISPLAY "OFFER (A-ACCEPTED D-DECLINED) :" AT 1301.
           MOVE SPACE TO CHOICE.
           ACCEPT CHOICE AT 1333.
           MOVE FUNCTION UPPER-CASE (CHOICE) TO CHOICE.
           IF CHOICE = "D"
               MOVE "D" TO APSTAT
               MOVE W-TODAY TO APDECDT
               REWRITE APPLREC
               CLOSE APPLFILE
               MOVE "APPLFILE" TO AL-FILE
               MOVE W-APID TO AL-KEY
               MOVE "DECLINE" TO AL-ACTION
               PERFORM WRITE-AUDIT-PARA
               DISPLAY "OFFER DECLINED - RECORDED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           IF CHOICE NOT = "A"
               CLOSE APPLFILE
               GO TO MAIN-PARA
           END-IF
           PERFORM CONVERT-PARA THRU CONVERT-EXIT.
           CLOSE APPLFILE.
           IF W-OK = "N"
               GO TO ENTRY-FAIL-PARA
           END-IF
           DISPLAY "EMPLOYEE " W-EMPID " CREATED - BASIC PAY AWAITS "
               "APPROVAL BY A SECOND USER" AT 2101.
           DISPLAY "COMPLETE QUALIFICATIONS AND BANK DETAILS ON THE "
               "EMPLOYEE FILE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * CONVERTS THE ACCEPTED APPLICANT (APPLFILE OPEN I-O) INTO THE
      * EMPLOYEE, PERSONAL AND PAYMENT RECORDS. THE PAYMENT RECORD IS
      * WRITTEN WITH NO EARNINGS AND THE OFFERED BASIC IS HELD ON THE
      * PENDING CHANGE FILE UNTIL A SECOND USER APPROVES IT.
       CONVERT-PARA.
           MOVE "Y" TO W-OK.
           OPEN I-O REQNFILE.
           MOVE APRQID TO RQID.
           READ REQNFILE
               INVALID KEY
                   MOVE "X" TO RQSTAT
           END-READ.
           IF RQSTAT NOT = "O" OR RQFILLED NOT < RQPOSTS
               CLOSE REQNFILE
               MOVE "N" TO W-OK
               MOVE "REQUISITION IS NO LONGER OPEN" TO W-MSG
               GO TO CONVERT-EXIT
           END-IF
           OPEN I-O EMPFILE.
           IF FSE = 30 OR FSE = 35
               OPEN OUTPUT EMPFILE
               CLOSE EMPFILE
               OPEN I-O EMPFILE
           END-IF
           MOVE "EM" TO W-IDTYPE.
           MOVE "N" TO W-IDOK.
           PERFORM UNTIL W-IDOK = "Y"
               CALL "NEXTID" USING W-IDTYPE W-NEWID
               MOVE W-NEWID TO EEMPID
               READ EMPFILE
                   INVALID KEY MOVE "Y" TO W-IDOK
               END-READ
               IF FSE NOT = "00" AND FSE NOT = "23"
                   MOVE "Y" TO W-IDOK
               END-IF
           END-PERFORM
           MOVE W-NEWID TO W-EMPID.
           MOVE SPACES TO EMPREC.
           MOVE W-EMPID TO EEMPID.
           MOVE APNAME TO EEMPNAME.
           MOVE APADDR TO EEMPADDR.
           MOVE APPHONE TO EPHONE.
           MOVE APJOINDT TO EDOJ.
           MOVE RQGRADE TO EGRDNO.
           MOVE RQBRID TO EBRNID.
           MOVE RQDESID TO EDESID.
           MOVE "A" TO ESTATUS.
           MOVE RQDEPT TO EDEPCODE.
           MOVE APEMPTYPE TO EEMPTYPE.
           MOVE APCONTEND TO ECONTEND.
           WRITE EMPREC.
           CLOSE EMPFILE.
           MOVE "EMPFILE" TO AL-FILE.
           MOVE W-EMPID TO AL-KEY.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           OPEN I-O EMPPERSONALFILE.
           IF FSEP = 30 OR FSEP = 35
               OPEN OUTPUT EMPPERSONALFILE
               CLOSE EMPPERSONALFILE
               OPEN I-O EMPPERSONALFILE
           END-IF
           MOVE SPACES TO EMPPERSONALREC.
           MOVE W-EMPID TO EPEMPID.
           MOVE APADDR TO EPTADD.
           MOVE APPHONE TO EPTPH.
           MOVE 0 TO EPWEIGHT EPHEIGHT.
           MOVE "B" TO EPPAYMODE.
           WRITE EMPPERSONALREC.
           CLOSE EMPPERSONALFILE.
           MOVE "EMPPERSONALFILE" TO AL-FILE.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           OPEN I-O PAYMENTFILE.
           IF FSP = 30 OR FSP = 35
               OPEN OUTPUT PAYMENTFILE
               CLOSE PAYMENTFILE
               OPEN I-O PAYMENTFILE
           END-IF
           MOVE ZEROS TO PAYMENTREC.
           MOVE W-EMPID TO PEMPID.
           MOVE SPACES TO PCOPER.
           WRITE PAYMENTREC.
           CLOSE PAYMENTFILE.
           MOVE "PAYMENTFILE" TO AL-FILE.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           PERFORM HOLD-BASIC-PARA.
           ADD 1 TO RQFILLED.
           IF RQFILLED NOT < RQPOSTS
               MOVE "F" TO RQSTAT
               MOVE W-TODAY TO RQCLOSED
           END-IF
           REWRITE REQNREC.
           CLOSE REQNFILE.
           MOVE "REQNFILE" TO AL-FILE.
           MOVE RQID TO AL-KEY.
           MOVE "MODIFY" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           MOVE "J" TO APSTAT.
           MOVE W-TODAY TO APDECDT.
           MOVE W-EMPID TO APEMPID.
           REWRITE APPLREC.
           MOVE "APPLFILE" TO AL-FILE.
           MOVE W-APID TO AL-KEY.
           MOVE "ACCEPT" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
       CONVERT-EXIT.
           EXIT.

       HOLD-BASIC-PARA.
           OPEN I-O CHGPENDFILE.
           IF FSCG = 30 OR FSCG = 35
               OPEN OUTPUT CHGPENDFILE
               CLOSE CHGPENDFILE
               OPEN I-O CHGPENDFILE
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
           MOVE W-EMPID TO CHEMPID.
           MOVE "E" TO CHTYPE.
           MOVE SPACES TO CHCOMP.
           MOVE "P" TO CHSTAT.
           MOVE W-AUDITUSER TO CHMAKER.
           MOVE W-TODAY TO CHMDATE.
           MOVE SPACES TO CHCHKR CHCDATE.
           INITIALIZE EARN-IMAGE.
           MOVE EARN-IMAGE TO CHOLD.
           MOVE APOFFBAS TO EI-BASIC.
           MOVE EARN-IMAGE TO CHNEW.
           WRITE CHGPENDREC.
           CLOSE CHGPENDFILE.
           MOVE "CHGPENDFILE" TO AL-FILE.
           MOVE CHID TO AL-KEY.
           MOVE "REQUEST" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.

      * A BLANK REQUISITION CODE LISTS THE OPEN REQUISITIONS.
       LIST-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT REQNFILE.
           IF FSRQ NOT = "00"
               DISPLAY "NO REQUISITIONS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER REQUISITION CODE (BLANK FOR ALL OPEN) :"
               AT 0101.
           MOVE SPACES TO W-RQID.
           ACCEPT W-RQID AT 0147.
           IF W-RQID = SPACES
               GO TO LIST-OPEN-PARA
           END-IF
           MOVE W-RQID TO RQID.
           READ REQNFILE
               INVALID KEY
                   CLOSE REQNFILE
                   MOVE "NO SUCH REQUISITION" TO W-MSG
                   GO TO ENTRY-FAIL-PARA
           END-READ.
           CLOSE REQNFILE.
           COPY CLEAR-SCREEN.
           PERFORM SHOW-REQN-PARA.
           DISPLAY " CODE   NAME                      SRC S1 S2 S3 S4 "
               "STATUS    OFFERED     EMP" AT 0901.
           MOVE 10 TO W-LINE.
           OPEN INPUT APPLFILE.
           IF FSAP NOT = "00"
               MOVE "10" TO FSAP
           END-IF
           MOVE W-RQID TO APRQID.
           IF FSAP = "00"
               START APPLFILE KEY IS EQUAL TO APRQID
                   INVALID KEY
                       MOVE "10" TO FSAP
               END-START
           END-IF
           PERFORM UNTIL FSAP = "10" OR W-LINE > 20
               READ APPLFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF APRQID NOT = W-RQID
                   EXIT PERFORM
               END-IF
               EVALUATE APSTAT
                   WHEN "A" MOVE "ACTIVE" TO W-STATDESC
                   WHEN "R" MOVE "REJECTED" TO W-STATDESC
                   WHEN "O" MOVE "OFFERED" TO W-STATDESC
                   WHEN "J" MOVE "JOINED" TO W-STATDESC
                   WHEN OTHER MOVE "DECLINED" TO W-STATDESC
               END-EVALUATE
               MOVE APOFFBAS TO W-BASICED
               DISPLAY " " APID " " APNAME "  " APSOURCE "   "
                   APSTGRES (1) "  " APSTGRES (2) "  " APSTGRES (3)
                   "  " APSTGRES (4) "  " W-STATDESC " " W-BASICED
                   " " APEMPID AT LINE W-LINE COLUMN 1
               ADD 1 TO W-LINE
           END-PERFORM
           CLOSE APPLFILE.
           IF W-LINE = 10
               DISPLAY " NO APPLICANTS AGAINST THIS REQUISITION"
                   AT 1001
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       LIST-OPEN-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY " CODE   BRANCH DESIG  DEPT   GR POSTS FILLED RAISED"
               "   BY" AT 0101.
           MOVE 2 TO W-LINE.
           PERFORM UNTIL FSRQ NOT = "00" OR W-LINE > 20
               READ REQNFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF RQSTAT = "O"
                   DISPLAY " " RQID " " RQBRID " " RQDESID " " RQDEPT
                       " " RQGRADE "  " RQPOSTS "    " RQFILLED "    "
                       RQRAISED " " RQUSER AT LINE W-LINE COLUMN 1
                   ADD 1 TO W-LINE
               END-IF
           END-PERFORM
           CLOSE REQNFILE.
           IF W-LINE = 2
               DISPLAY " NO OPEN REQUISITIONS" AT 0201
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO W-DATEOK.
           IF W-DATECK = SPACES
               MOVE "N" TO W-DATEOK
           ELSE
               IF W-DATECK(1:2) NOT NUMERIC
                   OR W-DATECK(4:2) NOT NUMERIC
                   OR W-DATECK(7:4) NOT NUMERIC
                   OR W-DATECK(3:1) NOT = "/"
                   OR W-DATECK(6:1) NOT = "/"
                   MOVE "N" TO W-DATEOK
               ELSE
                   MOVE W-DATECK(7:4) TO W-DATENUM(1:4)
                   MOVE W-DATECK(4:2) TO W-DATENUM(5:2)
                   MOVE W-DATECK(1:2) TO W-DATENUM(7:2)
                   COMPUTE W-DATEINT =
                       FUNCTION INTEGER-OF-DATE (W-DATENUM)
                   IF W-DATEINT NOT > 0
                       MOVE "N" TO W-DATEOK
                   END-IF
               END-IF
           END-IF.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM RECRUIT.
