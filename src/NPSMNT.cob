       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPSMNT.

      * NATIONAL PENSION SYSTEM SUBSCRIBERS. AN EMPLOYEE WHO HAS
      * JOINED THE NPS IS HELD ON files/NPSMAST.DAT WITH THE PRAN
      * (PERMANENT RETIREMENT ACCOUNT NUMBER), THE PCT OF BASIC PLUS
      * DA THE EMPLOYEE CONTRIBUTES AND THE FIRST PERIOD IT IS TAKEN.
      * THE COMPANY'S OWN CORPORATE REGISTRATION AND THE PCT OF BASIC
      * PLUS DA IT CONTRIBUTES FOR EVERY SUBSCRIBER ARE KEPT ON THE
      * SINGLE RECORD OF files/NPSCFG.DAT. PAYROLL DEDUCTS THE
      * EMPLOYEE SHARE AND COSTS THE EMPLOYER SHARE; REMIT WRITES THE
      * CONTRIBUTION FILE FOR THE RECORD-KEEPING AGENCY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NPSMASTFILE
               ASSIGN TO "files/NPSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPEMPID
               FILE STATUS IS FSNP.

           SELECT NPSCFGFILE
               ASSIGN TO "files/NPSCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSNC.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

       FD NPSMASTFILE.
       01 NPSMASTREC.
           02 NPEMPID   PIC X(6).
           02 NPPRAN    PIC X(12).
           02 NPEERATE  PIC 99V99.
           02 NPSTAT    PIC X.
           02 NPFROM    PIC X(6).
           02 NPUSER    PIC X(10).
           02 NPDATE    PIC X(8).

       FD NPSCFGFILE.
       01 NPSCFGREC.
           02 NCCHONO   PIC X(10).
           02 NCCBONO   PIC X(10).
           02 NCERPCT   PIC 99V99.
           02 NCUSER    PIC X(10).
           02 NCDATE    PIC X(8).

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
       77 FSNP       PIC XX.
       77 FSNC       PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-EMPID    PIC X(6).
       77 W-EMPNAME  PIC X(25).
       77 W-OK       PIC X.
       77 W-MSG      PIC X(50).
       77 W-IDX      PIC 99.
       77 W-PRAN     PIC X(12).
       77 W-EERATE   PIC 99V99.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-CHONO    PIC X(10).
       77 W-CBONO    PIC X(10).
       77 W-ERPCT    PIC 99V99.
       77 W-PCTED    PIC Z9.99.
       77 W-FOUND    PIC X.

       77 W-AUDITUSER PIC X(10).
       01 AUDIT-LINE.
           02 AL-DATE   PIC X(10).
           02 AL-TIME   PIC X(9).
           02 AL-USER   PIC X(11).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       01 LIST-LINE.
           02 LL-EMPID  PIC X(7).
           02 LL-NAME   PIC X(26).
           02 LL-PRAN   PIC X(13).
           02 LL-RATE   PIC Z9.99.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 LL-FROM   PIC X(8).
           02 LL-STAT   PIC X(6).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).

       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           PERFORM LOAD-CONFIG-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "****** NATIONAL PENSION SYSTEM ******" AT 0310.
           MOVE W-ERPCT TO W-PCTED.
           DISPLAY "CORPORATE REG (CHO) : " W-CHONO AT 0520.
           DISPLAY "CORPORATE REG (CBO) : " W-CBONO AT 0620.
           DISPLAY "EMPLOYER PCT OF BASIC + DA : " W-PCTED AT 0720.
           DISPLAY "1. ENROL OR CHANGE SUBSCRIBER" AT 0920.
           DISPLAY "2. CLOSE SUBSCRIPTION" AT 1020.
           DISPLAY "3. LIST SUBSCRIBERS" AT 1120.
           DISPLAY "4. EMPLOYER SETTINGS" AT 1220.
           DISPLAY "5. EXIT" AT 1320.
           DISPLAY "THE EMPLOYEE SHARE IS DEDUCTED AND THE EMPLOYER "
               "SHARE COSTED" AT 1505.
           DISPLAY "BY EACH PAYROLL RUN FROM THE FIRST PERIOD SET FOR "
               "THE SUBSCRIBER." AT 1605.
           DISPLAY "ENTER YOUR CHOICE :" AT 1820.
           ACCEPT CHOICE AT 1840.
           IF CHOICE = '1'
               GO TO ENROL-PARA
           ELSE
           IF CHOICE = '2'
               GO TO CLOSE-SUB-PARA
           ELSE
           IF CHOICE = '3'
               GO TO LIST-SUB-PARA
           ELSE
           IF CHOICE = '4'
               GO TO CHANGE-CONFIG-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

      * A NEW SUBSCRIBER IS RECORDED, OR AN EXISTING ONE'S PRAN, RATE
      * OR FIRST PERIOD CHANGED. SAVING REOPENS A CLOSED SUBSCRIPTION.
       ENROL-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O NPSMASTFILE.
           IF FSNP = 30 OR FSNP = 35
               OPEN OUTPUT NPSMASTFILE
               CLOSE NPSMASTFILE
               OPEN I-O NPSMASTFILE
           END-IF
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT W-EMPID AT 0135.
           MOVE W-EMPID TO EEMPID.
           PERFORM CHECK-EMP-PARA.
           IF W-OK = "N"
               GO TO ENROL-FAIL-PARA
           END-IF
           DISPLAY W-EMPNAME AT 0145.
           MOVE W-EMPID TO NPEMPID.
           READ NPSMASTFILE
               INVALID KEY
                   MOVE "N" TO W-FOUND
                   MOVE SPACES TO NPPRAN
                   MOVE 10 TO NPEERATE
                   MOVE SPACES TO NPFROM
               NOT INVALID KEY
                   MOVE "Y" TO W-FOUND
           END-READ.
           MOVE NPPRAN TO W-PRAN.
           MOVE NPEERATE TO W-EERATE.
           MOVE SPACES TO W-PERIN.
           IF NPFROM NOT = SPACES
               STRING NPFROM(5:2) "/" NPFROM(1:4)
                   DELIMITED BY SIZE INTO W-PERIN
               END-STRING
           END-IF
           DISPLAY "ENTER PRAN (12 DIGITS)          :" AT 0301.
           ACCEPT W-PRAN AT 0335 WITH UPDATE.
           IF W-PRAN NOT NUMERIC
               MOVE "PRAN MUST BE 12 DIGITS - NOT SAVED" TO W-MSG
               GO TO ENROL-FAIL-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE PCT (NN.NN)      :" AT 0401.
           ACCEPT W-EERATE AT 0435 WITH UPDATE.
           IF W-EERATE = 0 OR W-EERATE > 20
               MOVE "EMPLOYEE PCT MUST BE ABOVE 0 AND NOT OVER 20"
                   TO W-MSG
               GO TO ENROL-FAIL-PARA
           END-IF
           DISPLAY "ENTER FIRST PERIOD (MM/YYYY)    :" AT 0501.
           ACCEPT W-PERIN AT 0535 WITH UPDATE.
           PERFORM VALIDATE-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               MOVE "INVALID PERIOD - NOT SAVED" TO W-MSG
               GO TO ENROL-FAIL-PARA
           END-IF
           MOVE W-EMPID TO NPEMPID.
           MOVE W-PRAN TO NPPRAN.
           MOVE W-EERATE TO NPEERATE.
           MOVE "A" TO NPSTAT.
           MOVE W-PERIOD TO NPFROM.
           MOVE W-AUDITUSER TO NPUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO NPDATE.
           MOVE "NPSMASTFILE" TO AL-FILE.
           MOVE W-EMPID TO AL-KEY.
           IF W-FOUND = "Y"
               REWRITE NPSMASTREC
               MOVE "MODIFY" TO AL-ACTION
           ELSE
               WRITE NPSMASTREC
               MOVE "CREATE" TO AL-ACTION
           END-IF
           PERFORM WRITE-AUDIT-PARA.
           CLOSE NPSMASTFILE.
           DISPLAY "NPS SUBSCRIBER RECORDED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       ENROL-FAIL-PARA.
           DISPLAY W-MSG AT 2201.
           ACCEPT STUFF AT 2301.
           CLOSE NPSMASTFILE.
           GO TO MAIN-PARA.

      * A CLOSED SUBSCRIPTION IS KEPT FOR ITS PRAN BUT NOTHING MORE
      * IS DEDUCTED FOR IT.
       CLOSE-SUB-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O NPSMASTFILE.
           IF FSNP NOT = "00"
               DISPLAY "NO NPS SUBSCRIBERS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "ENTER EMPLOYEE ID :" AT 0101.
           ACCEPT NPEMPID AT 0135.
           READ NPSMASTFILE INVALID KEY
               DISPLAY "EMPLOYEE IS NOT AN NPS SUBSCRIBER" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE NPSMASTFILE
               GO TO MAIN-PARA
           END-READ.
           IF NPSTAT = "C"
               DISPLAY "SUBSCRIPTION IS ALREADY CLOSED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE NPSMASTFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "PRAN : " NPPRAN AT 0201.
           DISPLAY "CLOSE THIS SUBSCRIPTION (Y/N) :" AT 0401.
           ACCEPT W-OK AT 0433.
           IF W-OK = "Y" OR W-OK = "y"
               MOVE "C" TO NPSTAT
               MOVE W-AUDITUSER TO NPUSER
               MOVE FUNCTION CURRENT-DATE (1:8) TO NPDATE
               REWRITE NPSMASTREC
               MOVE "NPSMASTFILE" TO AL-FILE
               MOVE NPEMPID TO AL-KEY
               MOVE "CLOSE" TO AL-ACTION
               PERFORM WRITE-AUDIT-PARA
               DISPLAY "SUBSCRIPTION CLOSED" AT 2201
               ACCEPT STUFF AT 2301
           END-IF
           CLOSE NPSMASTFILE.
           GO TO MAIN-PARA.

       LIST-SUB-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT NPSMASTFILE.
           IF FSNP NOT = "00"
               DISPLAY "NO NPS SUBSCRIBERS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           OPEN INPUT EMPFILE.
           DISPLAY "EMPID  NAME                      PRAN           "
               "PCT   FROM    STATUS" AT 0101.
           MOVE 0 TO W-IDX.
           PERFORM UNTIL FSNP NOT = "00"
               READ NPSMASTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF W-IDX < 19
                   ADD 1 TO W-IDX
                   MOVE NPEMPID TO EEMPID
                   READ EMPFILE INVALID KEY
                       MOVE SPACES TO EEMPNAME
                   END-READ
                   MOVE NPEMPID TO LL-EMPID
                   MOVE EEMPNAME TO LL-NAME
                   MOVE NPPRAN TO LL-PRAN
                   MOVE NPEERATE TO LL-RATE
                   MOVE SPACES TO LL-FROM
                   STRING NPFROM(5:2) "/" NPFROM(1:4)
                       DELIMITED BY SIZE INTO LL-FROM
                   END-STRING
                   IF NPSTAT = "C"
                       MOVE "CLOSED" TO LL-STAT
                   ELSE
                       MOVE "ACTIVE" TO LL-STAT
                   END-IF
                   DISPLAY LIST-LINE AT LINE (W-IDX + 1) COLUMN 1
               END-IF
           END-PERFORM
           CLOSE EMPFILE.
           CLOSE NPSMASTFILE.
           IF W-IDX = 0
               DISPLAY "NO NPS SUBSCRIBERS RECORDED" AT 0201
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       CHANGE-CONFIG-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "ENTER CORPORATE REG NO (CHO)   :" AT 0101.
           ACCEPT W-CHONO AT 0135 WITH UPDATE.
           DISPLAY "ENTER CORPORATE REG NO (CBO)   :" AT 0201.
           ACCEPT W-CBONO AT 0235 WITH UPDATE.
           DISPLAY "ENTER EMPLOYER PCT (NN.NN)     :" AT 0301.
           ACCEPT W-ERPCT AT 0335 WITH UPDATE.
           IF W-CHONO = SPACES OR W-CBONO = SPACES
               DISPLAY "CORPORATE REGISTRATION IS REQUIRED - NOT SAVED"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           IF W-ERPCT > 14
               DISPLAY "EMPLOYER PCT CANNOT EXCEED 14 - NOT SAVED"
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           OPEN OUTPUT NPSCFGFILE.
           IF FSNC NOT = "00"
               DISPLAY "UNABLE TO WRITE SETTINGS, STATUS " FSNC
                   AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           MOVE W-CHONO TO NCCHONO.
           MOVE W-CBONO TO NCCBONO.
           MOVE W-ERPCT TO NCERPCT.
           MOVE W-AUDITUSER TO NCUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO NCDATE.
           WRITE NPSCFGREC.
           CLOSE NPSCFGFILE.
           MOVE "NPSCFGFILE" TO AL-FILE.
           MOVE W-CHONO TO AL-KEY.
           MOVE "MODIFY" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "SETTINGS SAVED - THEY APPLY FROM THE NEXT PAYROLL "
               "RUN" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       LOAD-CONFIG-PARA.
           MOVE SPACES TO W-CHONO.
           MOVE SPACES TO W-CBONO.
           MOVE 0 TO W-ERPCT.
           OPEN INPUT NPSCFGFILE.
           IF FSNC = "00"
               READ NPSCFGFILE
                   AT END
                       MOVE SPACES TO NCCHONO
               END-READ
               IF FSNC = "00"
                   MOVE NCCHONO TO W-CHONO
                   MOVE NCCBONO TO W-CBONO
                   IF NCERPCT NUMERIC
                       MOVE NCERPCT TO W-ERPCT
                   END-IF
               END-IF
               CLOSE NPSCFGFILE
           END-IF.

      * THE EMPLOYEE MUST BE ON FILE AND NOT SEPARATED.
       CHECK-EMP-PARA.
           MOVE "Y" TO W-OK.
           MOVE SPACES TO W-EMPNAME.
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               MOVE "N" TO W-OK
               MOVE "UNABLE TO OPEN EMPLOYEE FILE" TO W-MSG
           ELSE
               READ EMPFILE
                   INVALID KEY
                       MOVE "N" TO W-OK
                       MOVE "NO SUCH EMPLOYEE - ENTRY CANCELLED"
                           TO W-MSG
                   NOT INVALID KEY
                       IF ESTATUS = "S"
                           MOVE "N" TO W-OK
                           MOVE "EMPLOYEE HAS SEPARATED - NOT SAVED"
                               TO W-MSG
                       ELSE
                           MOVE EEMPNAME TO W-EMPNAME
                       END-IF
               END-READ
               CLOSE EMPFILE
           END-IF.

       VALIDATE-PERIOD-PARA.
           MOVE "N" TO W-PEROK.
           IF W-PERIN(1:2) NUMERIC AND W-PERIN(3:1) = "/"
               AND W-PERIN(4:4) NUMERIC
               IF W-PERIN(1:2) >= "01" AND W-PERIN(1:2) <= "12"
                   MOVE "Y" TO W-PEROK
                   MOVE W-PERIN(4:4) TO W-PERIOD(1:4)
                   MOVE W-PERIN(1:2) TO W-PERIOD(5:2)
               END-IF
           END-IF.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM NPSMNT.
