               ALTERNATE RECORD KEY IS PREMPID WITH DUPLICATES
               FILE STATUS IS FSPM.

           SELECT ORGCHGFILE
               ASSIGN TO "files/ORGCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCID
               ALTERNATE RECORD KEY IS OCEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS OCEFFKEY WITH DUPLICATES
               FILE STATUS IS FSOC.

           SELECT ARCHEMPFILE
               ASSIGN TO "files/ARCHEMP.DAT"
               ORGANIZATION IS INDEXED
           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

       FD DESIGNATIONFILE.
       01 DESIGNATIONREC.
           02 PREFFDT  PIC X(10).
           02 PRNBASIC PIC 9(6)V99.

       FD ORGCHGFILE.
       01 ORGCHGREC.
           02 OCID      PIC X(6).
           02 OCEMPID   PIC X(6).
           02 OCEFFKEY  PIC X(8).
           02 OCEFFDT   PIC X(10).
           02 OCBRID    PIC X(6).
           02 OCDEPT    PIC X(6).
           02 OCDESID   PIC X(6).
           02 OCGRD     PIC X(2).
           02 OCTYPE    PIC X.
           02 OCCONTEND PIC X(10).
           02 OCSTAT    PIC X.
           02 OCUSER    PIC X(10).
           02 OCDATE    PIC X(8).
           02 OCAPDT    PIC X(8).
           02 OCNOTE    PIC X(30).

       FD ARCHEMPFILE.
       01 ARCHEMPREC.
           02 AEEMPID   PIC X(6).
       77 FSEP  PIC XX.
       77 FSPM  PIC XX.
       77 FSAE  PIC XX.
       77 FSOC  PIC XX.
       77 OH-COUNT PIC 99 VALUE 0.
       77 OH-EMPID PIC X(6).
       77 PM-COUNT PIC 99 VALUE 0.
       77 PM-IDX   PIC 99.
       77 PM-EMPID PIC X(6).
       77 CHOICE PIC XX.
       77 STUFF  PIC 9.
       77 FS_MSG PIC X(40).
       77 W-AUDITUSER PIC X(10).
       77 W-ROLE     PIC X.
       77 W-MKIN     PIC X(22).
       77 W-EMPCO    PIC X(4).
       77 W-COEMPID  PIC X(6).
       77 W-COFUNC   PIC X.
       77 W-COREPLY  PIC X.
       77 W-MKOUT    PIC X(22).
       77 W-MKFLAG   PIC X.
       77 W-SECEVENT PIC X(8).
       77 W-SECDET   PIC X(20).
       77 FS_MSG_AUX PIC X(40).
       77 CRT-STATUS PIC 9(4).

       77 W-NSFOUND  PIC X.
       77 W-NSCOUNT  PIC 99.

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
       01 LK-ROLE   PIC X.

      * PHONE NUMBERS, DATES OF BIRTH AND BANK ACCOUNTS ARE SHOWN
      * THROUGH MASKFLD, IN FULL ONLY TO ADMINISTRATORS AND PAYROLL
      * USERS; EACH FULL VIEW IS WRITTEN TO THE SECURITY LOG.
       PROCEDURE DIVISION USING LK-USERID LK-ROLE.
       START-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE LK-ROLE TO W-ROLE.
           IF W-ROLE = SPACE
               MOVE "A" TO W-ROLE
           END-IF.

       MAIN-PARA.
           COPY CLEAR-SCREEN..
           DISPLAY "*******************************************"
           DISPLAY "18. EXIT" AT 2460.
           DISPLAY "19. PROMOTION HISTORY" AT 1060.
           DISPLAY "20. ARCHIVE INQUIRY" AT 1160.
           DISPLAY "21. PENDING ORG CHGS" AT 1260.
           DISPLAY "ENTER YOUR CHOICE :" AT 2325.
           ACCEPT CHOICE AT 2345.
              *> IF CHOICadsfE = '3 ' OR CRT-STATUS = 1003
               GO TO NAME-SEARCH-PARA
           ELSE
           IF CHOICE = '17' OR CRT-STATUS = 1017
               CALL "AUDITINQ" USING W-AUDITUSER W-ROLE
               CANCEL "AUDITINQ"
               GO TO MAIN-PARA
           ELSE
           ELSE
           IF CHOICE = '20' OR CRT-STATUS = 1020
               GO TO ARCHIVE-INQ-PARA
           ELSE
           IF CHOICE = '21' OR CRT-STATUS = 1021
               GO TO ORG-PENDING-PARA
           ELSE
               COPY CLEAR-SCREEN..
               DISPLAY "UNIMPLEMENTED OPTION" AT 1010
           ACCEPT EEMPID.
           COPY CLEAR-SCREEN.
           READ EMPFILE INVALID KEY GO TO ERROR-EMP-PARA.
           CALL "BRCOMP" USING EBRNID W-EMPCO.
           CANCEL "BRCOMP".
           MOVE "C" TO W-COFUNC.
           CALL "CMPYSEL" USING W-COFUNC W-AUDITUSER W-EMPCO W-COREPLY.
           IF W-COREPLY NOT = "Y"
               GO TO ERROR-EMP-PARA
           END-IF
           DISPLAY " CODE                 :" EEMPID AT 0101.
           DISPLAY " NAME                 :" EEMPNAME AT 0201.
           DISPLAY " ADDRESS              :" EEMPADDR AT 0301.
           MOVE EPHONE TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           DISPLAY " PHONE                :" W-MKOUT(1:10) AT 0401.
           DISPLAY " DATE OF JOIN         :" EDOJ AT 0501.
           DISPLAY " DIPLOMA              :" EDIP AT 0601.
           DISPLAY " UG                   :" EUG AT 0701.
           DISPLAY" STATUS               :" ESTATUS AT 1401.
           DISPLAY" SEPARATION DATE      :" ESEPDT AT 1501.
           DISPLAY" DEPARTMENT CODE      :" EDEPCODE AT 1601.
           DISPLAY" COMPANY              :" W-EMPCO AT 1701.
           CLOSE EMPFILE.
           MOVE SPACES TO W-SECDET.
           STRING "EMPREAD EMP " EEMPID DELIMITED BY SIZE
               INTO W-SECDET
           END-STRING.
           PERFORM LOG-VIEW-PARA.
           DISPLAY "PRESS ENTER TO RETURN TO HRMS READ MENU" AT 2001.
           ACCEPT CHOICE AT 2040.
           GO TO MAIN-PARA.
           OPEN INPUT REVISIONFILE.
           DISPLAY "ENTER EMP CODE :".
           ACCEPT REMPID.
           MOVE REMPID TO W-COEMPID.
           PERFORM CHECK-EMPID-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               GO TO ERROR-REVISION-HISTORY-PARA
           END-IF
           COPY CLEAR-SCREEN.
           MOVE 0 TO RH-COUNT.
           START REVISIONFILE KEY IS = REMPID
           OPEN INPUT PAYMENTFILE.
           DISPLAY "ENTER EMP CODE :".
           ACCEPT PEMPID.
           MOVE PEMPID TO W-COEMPID.
           PERFORM CHECK-EMPID-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               GO TO ERROR-PAYMENT-PARA
           END-IF
           COPY CLEAR-SCREEN.
           READ PAYMENTFILE INVALID KEY GO TO ERROR-PAYMENT-PARA.
           DISPLAY " EMPLOYEE CODE                  :" PEMPID AT 0101.
           OPEN INPUT EMPPERSONALFILE.
           DISPLAY "ENTER EMP CODE :".
           ACCEPT EPEMPID.
           MOVE EPEMPID TO W-COEMPID.
           PERFORM CHECK-EMPID-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               GO TO ERROR-EMPPERSONAL-PARA
           END-IF
           COPY CLEAR-SCREEN.
           READ EMPPERSONALFILE INVALID KEY
                           GO TO ERROR-EMPPERSONAL-PARA.
           DISPLAY " EMPLOYEE CODE     :" EPEMPID AT 0101.
           DISPLAY " TEMPORARY ADDRESS :" EPTADD AT 0201.
           MOVE EPTPH TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           DISPLAY " PHONE             :" W-MKOUT(1:10) AT 0301.
           MOVE EPDOB TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           DISPLAY " DOB               :" W-MKOUT(1:10) AT 0401.
           DISPLAY " POB               :" EPPOB AT 0501.
           DISPLAY " LANGUAGE KNOWN    :" EPLANG AT 0601.
           DISPLAY " BLOOD GROUP       :" EPBLOOD AT 0701.
           DISPLAY " HEIGHT            :" EPHEIGHT AT 0901.
           DISPLAY " VISION           :" EPVISION AT 1001.
           DISPLAY " FATHER'S NAME    :" EPFATHER AT 1101.
           MOVE EPDOBF TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           DISPLAY " DOB OF FATHER    :" W-MKOUT(1:10) AT 1201.
           DISPLAY " MOTHER'S NAME    :" EPMOTHER AT 1301.
           MOVE EPDOBM TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           DISPLAY " DOB OF MOTHER    :" W-MKOUT(1:10) AT 1401.
           DISPLAY " SPOUSE NAME      :" EPSPOUSE AT 1501.
           DISPLAY " CHILD NAME       :" EPCHILD AT 1601.
           MOVE EPDOBC TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           DISPLAY " DOB OF CHILD     :" W-MKOUT(1:10) AT 1701.
           MOVE EPBANKAC TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           DISPLAY " BANK ACCOUNT NO  :" W-MKOUT(1:20) AT 1801.
           DISPLAY " BANK IFSC CODE   :" EPBANKIFSC AT 1901.
           DISPLAY " BANK BRANCH NAME :" EPBANKBR AT 2001.
           CLOSE EMPPERSONALFILE.
           MOVE SPACES TO W-SECDET.
           STRING "EMPREAD PER " EPEMPID DELIMITED BY SIZE
               INTO W-SECDET
           END-STRING.
           PERFORM LOG-VIEW-PARA.
           DISPLAY "PRESS ENTER TO RETURN TO HRMS READ MENU" AT 2101.
           ACCEPT CHOICE AT 2140.
           GO TO MAIN-PARA.
           DISPLAY BEMAIL AT 0511
           DISPLAY BMGRNAME AT 0611
           DISPLAY BSTATUS AT 0711
           DISPLAY "BCOMPANY:" AT 0801
           DISPLAY BCOMPANY AT 0811

           CLOSE BRANCHFILE.
           DISPLAY "RETURN" AT 0701
           OPEN INPUT DEPENDENTFILE.
           DISPLAY "ENTER EMP CODE :".
           ACCEPT DEPEMPID.
           MOVE DEPEMPID TO W-COEMPID.
           PERFORM CHECK-EMPID-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               GO TO ERROR-DEPENDENT-HISTORY-PARA
           END-IF
           COPY CLEAR-SCREEN.
           MOVE 0 TO DH-COUNT.
           START DEPENDENTFILE KEY IS = DEPEMPID
                   MOVE DEPID   TO DH-DEPID (DH-COUNT)
                   MOVE DEPDNAME TO DH-DEPNAME (DH-COUNT)
                   MOVE DEPRELN TO DH-DEPRELN (DH-COUNT)
                   MOVE DEPDOB  TO W-MKIN
                   PERFORM MASK-FIELD-PARA
                   MOVE W-MKOUT TO DH-DEPDOB (DH-COUNT)
               END-IF
               READ DEPENDENTFILE NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
           END-PERFORM
           CLOSE DEPENDENTFILE.
           IF DH-COUNT > 0
               MOVE SPACES TO W-SECDET
               STRING "EMPREAD DEP " DH-EMPID DELIMITED BY SIZE
                   INTO W-SECDET
               END-STRING
               PERFORM LOG-VIEW-PARA
           END-IF
           DISPLAY " DEPENDENTS FOR EMPLOYEE " DH-EMPID AT 0101.
           DISPLAY " DEP CODE  NAME                     RELN   DOB"
               AT 0201.
           OPEN INPUT LOANFILE.
           DISPLAY "ENTER EMP CODE :".
           ACCEPT LNEMPID.
           MOVE LNEMPID TO W-COEMPID.
           PERFORM CHECK-EMPID-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               GO TO ERROR-LOAN-HISTORY-PARA
           END-IF
           COPY CLEAR-SCREEN.
           MOVE 0 TO LH-COUNT.
           START LOANFILE KEY IS = LNEMPID
           OPEN INPUT TRANSFERFILE.
           DISPLAY "ENTER EMP CODE :".
           ACCEPT TEMPID.
           MOVE TEMPID TO W-COEMPID.
           PERFORM CHECK-EMPID-COMPANY-PARA.
           IF W-COREPLY NOT = "Y"
               GO TO ERROR-TRANSFER-HISTORY-PARA
           END-IF
           COPY CLEAR-SCREEN.
           MOVE 0 TO TH-COUNT.
           START TRANSFERFILE KEY IS = TEMPID
                   ACCEPT CHOICE AT 1110
                   GO TO MAIN-PARA
           END-READ.
           CALL "BRCOMP" USING AEBRNID W-EMPCO.
           CANCEL "BRCOMP".
           MOVE "C" TO W-COFUNC.
           CALL "CMPYSEL" USING W-COFUNC W-AUDITUSER W-EMPCO W-COREPLY.
           IF W-COREPLY NOT = "Y"
               CLOSE ARCHEMPFILE
               DISPLAY "NOT FOUND IN THE ARCHIVE" AT 1010
               ACCEPT CHOICE AT 1110
               GO TO MAIN-PARA
           END-IF
           DISPLAY " *** ARCHIVED EMPLOYEE ***" AT 0101.
           DISPLAY " CODE            :" AEEMPID AT 0201.
           DISPLAY " NAME            :" AENAME AT 0301.
           DISPLAY " ADDRESS         :" AEADDR AT 0401.
           MOVE AEPHONE TO W-MKIN.
           PERFORM MASK-FIELD-PARA.
           DISPLAY " PHONE           :" W-MKOUT(1:10) AT 0501.
           DISPLAY " DATE OF JOIN    :" AEDOJ AT 0601.
           DISPLAY " BRANCH CODE     :" AEBRNID AT 0701.
           DISPLAY " DESIGNATION     :" AEDESID AT 0801.
           DISPLAY " DEPARTMENT      :" AEDEPCODE AT 0901.
           DISPLAY " SEPARATED ON    :" AESEPDT AT 1001.
           CLOSE ARCHEMPFILE.
           MOVE SPACES TO W-SECDET.
           STRING "EMPREAD ARC " AEEMPID DELIMITED BY SIZE
               INTO W-SECDET
           END-STRING.
           PERFORM LOG-VIEW-PARA.
           DISPLAY "PRESS ENTER TO RETURN TO HRMS READ MENU" AT 2001.
           ACCEPT CHOICE AT 2040.
           GO TO MAIN-PARA.
           ACCEPT CHOICE AT 2140.
           GO TO MAIN-PARA.

      * FUTURE-DATED ORGANISATIONAL CHANGES FOR ONE EMPLOYEE, WITH
      * THE OUTCOME OF THOSE ALREADY DUE.
       ORG-PENDING-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT ORGCHGFILE.
           IF FSOC NOT = "00"
               DISPLAY "NO ORGANISATIONAL CHANGES ON FILE" AT 0101
               ACCEPT CHOICE AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMP CODE :".
           ACCEPT OH-EMPID.
           COPY CLEAR-SCREEN.
           MOVE 0 TO OH-COUNT.
           MOVE OH-EMPID TO OCEMPID.
           START ORGCHGFILE KEY IS = OCEMPID
               INVALID KEY
                   CLOSE ORGCHGFILE
                   DISPLAY "NO ORG CHANGES FOUND FOR THIS EMPLOYEE"
                       AT 1010
                   ACCEPT CHOICE AT 1110
                   GO TO MAIN-PARA
           END-START.
           DISPLAY " ORG CHANGES FOR EMPLOYEE " OH-EMPID AT 0101.
           DISPLAY " CODE   EFFECTIVE  BRANCH DEPT   DESIG  GR T S"
               " NOTE" AT 0201.
           PERFORM UNTIL FSOC = "10"
               READ ORGCHGFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSOC = "00" OR FSOC = "02"
                   IF OCEMPID NOT = OH-EMPID
                       EXIT PERFORM
                   END-IF
                   IF OH-COUNT < 18
                       ADD 1 TO OH-COUNT
                       DISPLAY " " OCID " " OCEFFDT " " OCBRID " "
                           OCDEPT " " OCDESID " " OCGRD " " OCTYPE " "
                           OCSTAT " " OCNOTE (1:22)
                           AT LINE (OH-COUNT + 2) COLUMN 1
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ORGCHGFILE.
           IF OH-COUNT = 0
               DISPLAY " NO ORG CHANGES FOUND FOR THIS EMPLOYEE" AT 0301
           END-IF
           DISPLAY "STATUS P=PENDING A=APPLIED F=NOT APPLIED "
               "C=CANCELLED" AT 2001.
           DISPLAY "PRESS ENTER TO RETURN TO HRMS READ MENU" AT 2101.
           ACCEPT CHOICE AT 2140.
           GO TO MAIN-PARA.

       NAME-SEARCH-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "ENTER PARTIAL NAME TO SEARCH :" AT 0101.
               END-IF
           END-IF.

      * AN EMPLOYEE MAY BE SEEN ONLY BY A USER ALLOWED TO WORK ON THE
      * COMPANY OF THE EMPLOYEE'S BRANCH. W-COREPLY IS Y IF SO; AN
      * EMPLOYEE NOT ON FILE HAS NO COMPANY.
       CHECK-EMPID-COMPANY-PARA.
           MOVE SPACES TO EBRNID.
           OPEN INPUT EMPFILE.
           IF FSE = "00"
               MOVE W-COEMPID TO EEMPID
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

       MASK-FIELD-PARA.
           CALL "MASKFLD" USING W-ROLE W-MKIN W-MKOUT W-MKFLAG.

       LOG-VIEW-PARA.
           IF W-MKFLAG = "N"
               MOVE "PIIVIEW" TO W-SECEVENT
               CALL "SECLOG" USING W-AUDITUSER W-SECEVENT W-SECDET
           END-IF.

       END PROGRAM EMPREAD.
