       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHALMNT.

      * TAX CHALLAN REGISTER. ONE ENTRY FOR EACH CHALLAN BY WHICH THE
      * INCOME TAX DEDUCTED FROM SALARIES IN A MONTH WAS DEPOSITED,
      * KEYED BY THE MONTH THE TAX WAS DEDUCTED IN AND THE CHALLAN
      * SERIAL NUMBER. THE DEDUCTOR'S TAN AND NAME FOR THE QUARTERLY
      * RETURN ARE KEPT HERE TOO. TDSRET TIES THE TAX DEDUCTED IN
      * PAYROLL TO THESE CHALLANS. WHERE THE GROUP HAS SEVERAL
      * COMPANIES EACH CHALLAN CARRIES THE COMPANY WHOSE TAN IT WAS
      * DEPOSITED UNDER; THE DEDUCTOR'S TAN AND NAME ARE THEN TAKEN
      * FROM THE COMPANY MASTER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHALLANFILE
               ASSIGN TO "files/CHALLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLKEY
               FILE STATUS IS FSCL.

           SELECT TDSCFGFILE
               ASSIGN TO "files/TDSCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTC.

       DATA DIVISION.
       FILE SECTION.

       FD CHALLANFILE.
       01 CHALLANREC.
           02 CLKEY.
               03 CLPERIOD  PIC X(6).
               03 CLSERIAL  PIC X(5).
           02 CLBSR     PIC X(7).
           02 CLDEPDT   PIC 9(8).
           02 CLAMOUNT  PIC 9(10)V99.
           02 CLUSER    PIC X(10).
           02 CLDATE    PIC X(8).
           02 CLCOMPANY PIC X(4).

       FD TDSCFGFILE.
       01 TDSCFGREC.
           02 TCTAN     PIC X(10).
           02 TCNAME    PIC X(25).
           02 TCRESP    PIC X(25).
           02 TCUSER    PIC X(10).
           02 TCDATE    PIC X(8).

       WORKING-STORAGE SECTION.
       77 FSCL       PIC XX.
       77 FSTC       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-OK       PIC X.
       77 W-MSG      PIC X(50).
       77 W-IDX      PIC 99.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-YEAR     PIC 9(4).
       77 W-SERIAL   PIC X(5).
       77 W-BSR      PIC X(7).
       77 W-AMOUNT   PIC 9(10)V99.
       77 W-DATEIN   PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-DATEOK   PIC X.
       77 W-TAN      PIC X(10).
       77 W-NAME     PIC X(25).
       77 W-RESP     PIC X(25).
       77 W-TOTAL    PIC 9(10)V99.
       77 W-AMTED    PIC ZZ,ZZZ,ZZ9.99.
       77 W-COMPANY  PIC X(4).
       77 W-COFUNC   PIC X.
       77 W-COREPLY  PIC X.

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
           02 LL-PERIOD PIC X(10).
           02 LL-SERIAL PIC X(9).
           02 LL-BSR    PIC X(10).
           02 LL-DEPDT  PIC X(13).
           02 LL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER    PIC X(3) VALUE SPACES.
           02 LL-USER   PIC X(11).
           02 LL-COMPANY PIC X(4).

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).

       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           PERFORM LOAD-CONFIG-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "****** TAX CHALLAN REGISTER ******" AT 0310.
           DISPLAY "DEDUCTOR TAN  : " W-TAN AT 0520.
           DISPLAY "DEDUCTOR NAME : " W-NAME AT 0620.
           DISPLAY "1. RECORD CHALLAN" AT 0820.
           DISPLAY "2. DELETE CHALLAN" AT 0920.
           DISPLAY "3. LIST CHALLANS FOR A YEAR" AT 1020.
           DISPLAY "4. DEDUCTOR DETAILS" AT 1120.
           DISPLAY "5. EXIT" AT 1220.
           DISPLAY "RECORD EACH DEPOSIT AGAINST THE MONTH THE TAX WAS "
               "DEDUCTED IN. THE" AT 1405.
           DISPLAY "QUARTERLY TDS RETURN RUN RECONCILES THE TAX "
               "DEDUCTED TO THESE CHALLANS." AT 1505.
           DISPLAY "ENTER YOUR CHOICE :" AT 1720.
           ACCEPT CHOICE AT 1740.
           IF CHOICE = '1'
               GO TO ADD-CHALLAN-PARA
           ELSE
           IF CHOICE = '2'
               GO TO DELETE-CHALLAN-PARA
           ELSE
           IF CHOICE = '3'
               GO TO LIST-CHALLAN-PARA
           ELSE
           IF CHOICE = '4'
               GO TO CHANGE-CONFIG-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       LOAD-CONFIG-PARA.
           MOVE SPACES TO W-TAN.
           MOVE SPACES TO W-NAME.
           MOVE SPACES TO W-RESP.
           OPEN INPUT TDSCFGFILE.
           IF FSTC = "00"
               READ TDSCFGFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TCTAN TO W-TAN
                       MOVE TCNAME TO W-NAME
                       MOVE TCRESP TO W-RESP
               END-READ
               CLOSE TDSCFGFILE
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

       VALIDATE-DATE-PARA.
           MOVE "Y" TO W-DATEOK.
           IF W-DATEIN(1:2) NOT NUMERIC
               OR W-DATEIN(4:2) NOT NUMERIC
               OR W-DATEIN(7:4) NOT NUMERIC
               OR W-DATEIN(3:1) NOT = "/"
               OR W-DATEIN(6:1) NOT = "/"
               MOVE "N" TO W-DATEOK
           ELSE
               MOVE W-DATEIN(7:4) TO W-DATENUM(1:4)
               MOVE W-DATEIN(4:2) TO W-DATENUM(5:2)
               MOVE W-DATEIN(1:2) TO W-DATENUM(7:2)
               COMPUTE W-DATEINT =
                   FUNCTION INTEGER-OF-DATE (W-DATENUM)
               IF W-DATEINT NOT > 0
                   MOVE "N" TO W-DATEOK
               END-IF
           END-IF.

      * TAX DEDUCTED IN A MONTH CANNOT HAVE BEEN DEPOSITED BEFORE THAT
      * MONTH BEGAN.
       ADD-CHALLAN-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O CHALLANFILE.
           IF FSCL = 30 OR FSCL = 35
               OPEN OUTPUT CHALLANFILE
               CLOSE CHALLANFILE
               OPEN I-O CHALLANFILE
           END-IF
           DISPLAY "MONTH TAX WAS DEDUCTED (MM/YYYY) :" AT 0101.
           ACCEPT W-PERIN AT 0137.
           PERFORM VALIDATE-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               MOVE "INVALID MONTH - NOT SAVED" TO W-MSG
               GO TO ADD-FAIL-PARA
           END-IF
           DISPLAY "CHALLAN SERIAL NUMBER (5 DIGITS) :" AT 0201.
           ACCEPT W-SERIAL AT 0237.
           IF W-SERIAL NOT NUMERIC
               MOVE "SERIAL NUMBER MUST BE 5 DIGITS - NOT SAVED"
                   TO W-MSG
               GO TO ADD-FAIL-PARA
           END-IF
           MOVE W-PERIOD TO CLPERIOD.
           MOVE W-SERIAL TO CLSERIAL.
           READ CHALLANFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "THAT CHALLAN IS ALREADY RECORDED FOR THE MONTH"
                       TO W-MSG
                   GO TO ADD-FAIL-PARA
           END-READ.
           DISPLAY "BANK BSR CODE (7 DIGITS)         :" AT 0301.
           ACCEPT W-BSR AT 0337.
           IF W-BSR NOT NUMERIC
               MOVE "BSR CODE MUST BE 7 DIGITS - NOT SAVED" TO W-MSG
               GO TO ADD-FAIL-PARA
           END-IF
           DISPLAY "DATE OF DEPOSIT (DD/MM/YYYY)     :" AT 0401.
           ACCEPT W-DATEIN AT 0437.
           PERFORM VALIDATE-DATE-PARA.
           IF W-DATEOK NOT = "Y"
               MOVE "INVALID DATE - NOT SAVED" TO W-MSG
               GO TO ADD-FAIL-PARA
           END-IF
           IF W-DATENUM(1:6) < W-PERIOD
               MOVE "DEPOSIT DATE IS BEFORE THE MONTH - NOT SAVED"
                   TO W-MSG
               GO TO ADD-FAIL-PARA
           END-IF
           DISPLAY "TAX DEPOSITED                    :" AT 0501.
           MOVE 0 TO W-AMOUNT.
           ACCEPT W-AMOUNT AT 0537.
           IF W-AMOUNT = 0
               MOVE "AMOUNT MUST NOT BE ZERO - NOT SAVED" TO W-MSG
               GO TO ADD-FAIL-PARA
           END-IF
           DISPLAY "COMPANY (BLANK IF ONLY ONE)      :" AT 0601.
           MOVE SPACES TO W-COMPANY.
           ACCEPT W-COMPANY AT 0637.
           IF W-COMPANY NOT = SPACES
               MOVE "C" TO W-COFUNC
               CALL "CMPYSEL" USING W-COFUNC W-AUDITUSER W-COMPANY
                   W-COREPLY
               IF W-COREPLY NOT = "Y"
                   MOVE "UNKNOWN COMPANY - NOT SAVED" TO W-MSG
                   GO TO ADD-FAIL-PARA
               END-IF
           END-IF
           MOVE W-PERIOD TO CLPERIOD.
           MOVE W-SERIAL TO CLSERIAL.
           MOVE W-BSR TO CLBSR.
           MOVE W-DATENUM TO CLDEPDT.
           MOVE W-AMOUNT TO CLAMOUNT.
           MOVE W-COMPANY TO CLCOMPANY.
           MOVE W-AUDITUSER TO CLUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CLDATE.
           WRITE CHALLANREC.
           MOVE "CHALLANFILE" TO AL-FILE.
           MOVE SPACES TO AL-KEY.
           STRING W-PERIOD(3:4) W-SERIAL DELIMITED BY SIZE INTO AL-KEY
           END-STRING.
           MOVE "CREATE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE CHALLANFILE.
           DISPLAY "CHALLAN RECORDED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       ADD-FAIL-PARA.
           DISPLAY W-MSG AT 2201.
           ACCEPT STUFF AT 2301.
           CLOSE CHALLANFILE.
           GO TO MAIN-PARA.

       DELETE-CHALLAN-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O CHALLANFILE.
           IF FSCL NOT = "00"
               DISPLAY "NO CHALLANS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "MONTH TAX WAS DEDUCTED (MM/YYYY) :" AT 0101.
           ACCEPT W-PERIN AT 0137.
           PERFORM VALIDATE-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               MOVE "INVALID MONTH" TO W-MSG
               GO TO ADD-FAIL-PARA
           END-IF
           DISPLAY "CHALLAN SERIAL NUMBER            :" AT 0201.
           ACCEPT W-SERIAL AT 0237.
           MOVE W-PERIOD TO CLPERIOD.
           MOVE W-SERIAL TO CLSERIAL.
           READ CHALLANFILE
               INVALID KEY
                   MOVE "NO SUCH CHALLAN FOR THAT MONTH" TO W-MSG
                   GO TO ADD-FAIL-PARA
           END-READ.
           MOVE CLAMOUNT TO W-AMTED.
           DISPLAY "BSR " CLBSR "  AMOUNT " W-AMTED AT 0401.
           DISPLAY "DELETE THIS CHALLAN (Y/N) :" AT 0601.
           ACCEPT W-OK AT 0629.
           IF W-OK = "Y" OR W-OK = "y"
               DELETE CHALLANFILE RECORD
               MOVE "CHALLANFILE" TO AL-FILE
               MOVE SPACES TO AL-KEY
               STRING W-PERIOD(3:4) W-SERIAL DELIMITED BY SIZE
                   INTO AL-KEY
               END-STRING
               MOVE "DELETE" TO AL-ACTION
               PERFORM WRITE-AUDIT-PARA
               DISPLAY "CHALLAN DELETED" AT 2201
               ACCEPT STUFF AT 2301
           END-IF
           CLOSE CHALLANFILE.
           GO TO MAIN-PARA.

      * A FINANCIAL YEAR RUNS FROM APRIL TO MARCH.
       LIST-CHALLAN-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT CHALLANFILE.
           IF FSCL NOT = "00"
               DISPLAY "NO CHALLANS ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY "FINANCIAL YEAR STARTING (YYYY) :" AT 0101.
           MOVE SPACES TO W-PERIOD.
           ACCEPT W-PERIOD(1:4) AT 0134.
           IF W-PERIOD(1:4) NOT NUMERIC
               DISPLAY "INVALID YEAR" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE CHALLANFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "04" TO W-PERIOD(5:2).
           MOVE W-PERIOD TO CLPERIOD.
           MOVE LOW-VALUES TO CLSERIAL.
           START CHALLANFILE KEY IS NOT LESS THAN CLKEY
               INVALID KEY
                   MOVE "10" TO FSCL
           END-START.
      * W-PERIOD BECOMES THE LAST MONTH OF THE YEAR, MARCH FOLLOWING.
           MOVE W-PERIOD(1:4) TO W-YEAR.
           ADD 1 TO W-YEAR.
           MOVE W-YEAR TO W-PERIOD(1:4).
           MOVE "03" TO W-PERIOD(5:2).
           DISPLAY "MONTH     SERIAL   BSR CODE  DEPOSITED           "
               "AMOUNT   BY        CO" AT 0301.
           MOVE 0 TO W-IDX.
           MOVE 0 TO W-TOTAL.
           PERFORM UNTIL FSCL NOT = "00"
               READ CHALLANFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF CLPERIOD > W-PERIOD
                   EXIT PERFORM
               END-IF
               ADD CLAMOUNT TO W-TOTAL
               IF W-IDX < 16
                   ADD 1 TO W-IDX
                   MOVE SPACES TO LL-PERIOD
                   STRING CLPERIOD(5:2) "/" CLPERIOD(1:4)
                       DELIMITED BY SIZE INTO LL-PERIOD
                   END-STRING
                   MOVE CLSERIAL TO LL-SERIAL
                   MOVE CLBSR TO LL-BSR
                   MOVE SPACES TO LL-DEPDT
                   STRING CLDEPDT(7:2) "/" CLDEPDT(5:2) "/"
                       CLDEPDT(1:4) DELIMITED BY SIZE INTO LL-DEPDT
                   END-STRING
                   MOVE CLAMOUNT TO LL-AMOUNT
                   MOVE CLUSER TO LL-USER
                   MOVE CLCOMPANY TO LL-COMPANY
                   DISPLAY LIST-LINE AT LINE (W-IDX + 3) COLUMN 1
               END-IF
           END-PERFORM
           CLOSE CHALLANFILE.
           IF W-IDX = 0
               DISPLAY "NO CHALLANS RECORDED FOR THAT YEAR" AT 0401
           END-IF
           MOVE W-TOTAL TO W-AMTED.
           DISPLAY "TOTAL DEPOSITED FOR THE YEAR : " W-AMTED AT 2001.
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       CHANGE-CONFIG-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "DEDUCTOR TAN (AAAA99999A)  :" AT 0101.
           ACCEPT W-TAN AT 0130 WITH UPDATE.
           IF W-TAN(1:4) NOT ALPHABETIC-UPPER
               OR W-TAN(5:5) NOT NUMERIC
               OR W-TAN(10:1) NOT ALPHABETIC-UPPER
               OR W-TAN(1:1) = SPACE OR W-TAN(10:1) = SPACE
               DISPLAY "INVALID TAN - NOT SAVED" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "DEDUCTOR NAME              :" AT 0201.
           ACCEPT W-NAME AT 0230 WITH UPDATE.
           DISPLAY "PERSON RESPONSIBLE         :" AT 0301.
           ACCEPT W-RESP AT 0330 WITH UPDATE.
           OPEN OUTPUT TDSCFGFILE.
           MOVE W-TAN TO TCTAN.
           MOVE W-NAME TO TCNAME.
           MOVE W-RESP TO TCRESP.
           MOVE W-AUDITUSER TO TCUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TCDATE.
           WRITE TDSCFGREC.
           CLOSE TDSCFGFILE.
           MOVE "TDSCFGFILE" TO AL-FILE.
           MOVE "DEDUCTOR" TO AL-KEY.
           MOVE "MODIFY" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "DEDUCTOR DETAILS SAVED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM CHALMNT.
