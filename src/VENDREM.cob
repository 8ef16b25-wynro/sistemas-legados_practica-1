       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDREM.

      * THIRD-PARTY VENDOR REMITTANCE. FOR THE PERIOD LAST PAID, EACH
      * VENDOR WITH A DEDUCTION LIST GETS
      *   - ITS SECTION OF THE REMITTANCE SCHEDULE (files/VENDREM.LST)
      *     LISTING WHAT WAS DEDUCTED FROM EACH EMPLOYEE;
      *   - A PAYMENT FILE (files/VP-<CODE>.TXT) FOR THE BANK, ONE
      *     RECORD WITH ITS ACCOUNT AND THE AMOUNT TO PAY;
      *   - A RETURN FILE (files/VR-<CODE>.TXT) OF EVERY LINE OF ITS
      *     LIST NOT DEDUCTED IN FULL, WITH THE REASON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FREEZEFILE
               ASSIGN TO "files/FREEZE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSFZ.

           SELECT VENDMASTFILE
               ASSIGN TO "files/VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VNCODE
               FILE STATUS IS FSVN.

           SELECT VENDDEDFILE
               ASSIGN TO "files/VENDDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDKEY
               ALTERNATE RECORD KEY IS VDEPKEY WITH DUPLICATES
               FILE STATUS IS FSVD.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT VPAYFILE
               ASSIGN TO DYNAMIC W-VPNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSVP.

           SELECT VRETFILE
               ASSIGN TO DYNAMIC W-VRNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSVR.

           SELECT VRPTFILE
               ASSIGN TO "files/VENDREM.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

       FD FREEZEFILE.
       01 FREEZEREC.
           02 FZFLAG   PIC X.
           02 FZPERIOD PIC X(7).
           02 FZUSER   PIC X(10).
           02 FZDATE   PIC X(8).

       FD VENDMASTFILE.
       01 VENDMASTREC.
           02 VNCODE    PIC X(6).
           02 VNNAME    PIC X(25).
           02 VNBANKAC  PIC X(18).
           02 VNIFSC    PIC X(11).
           02 VNSTATUS  PIC X.

       FD VENDDEDFILE.
       01 VENDDEDREC.
           02 VDKEY.
               03 VDVEND   PIC X(6).
               03 VDPERIOD PIC X(6).
               03 VDSEQ    PIC 9(5).
           02 VDEPKEY.
               03 VDEMPID  PIC X(6).
               03 VDEPER   PIC X(6).
           02 VDREF     PIC X(12).
           02 VDAMT     PIC 9(6)V99.
           02 VDTAKEN   PIC 9(6)V99.
           02 VDSTATUS  PIC X.
           02 VDREASON  PIC X(30).
           02 VDDATE    PIC X(8).

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

       FD VPAYFILE.
       01 VPAYREC.
           02 VPCODE    PIC X(6).
           02 VPNAME    PIC X(25).
           02 VPBANKAC  PIC X(18).
           02 VPIFSC    PIC X(11).
           02 VPPERIOD  PIC X(6).
           02 VPCOUNT   PIC 9(5).
           02 VPAMT     PIC 9(10)V99.

       FD VRETFILE.
       01 VRETREC.
           02 VREMPID   PIC X(6).
           02 VRREF     PIC X(12).
           02 VRAMT     PIC 9(6)V99.
           02 VRTAKEN   PIC 9(6)V99.
           02 VRREASON  PIC X(30).

       FD VRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSFZ       PIC XX.
       77 FSVN       PIC XX.
       77 FSVD       PIC XX.
       77 FSE        PIC XX.
       77 FSVP       PIC XX.
       77 FSVR       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-EOF      PIC X.
       77 W-VPNAME   PIC X(40).
       77 W-VRNAME   PIC X(40).
       77 W-VCOUNT   PIC 9(5).
       77 W-VRETS    PIC 9(5).
       77 W-VAMT     PIC 9(10)V99.
       77 T-VENDORS  PIC 9(4) VALUE 0.
       77 T-RETURNS  PIC 9(6) VALUE 0.
       77 T-TOTAL    PIC 9(10)V99 VALUE 0.

       01 HEAD-LINE.
           02 HL-CODE    PIC X(8).
           02 HL-NAME    PIC X(26).
           02 HL-BANKAC  PIC X(19).
           02 HL-IFSC    PIC X(11).

       01 DETAIL-LINE.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 DL-EMPID   PIC X(8).
           02 DL-NAME    PIC X(26).
           02 DL-REF     PIC X(13).
           02 DL-AMT     PIC ZZZ,ZZ9.99.

       01 VEND-TOTAL-LINE.
           02 FILLER     PIC X(12) VALUE "  DEDUCTED :".
           02 VT-CNT     PIC ZZZZ9.
           02 FILLER     PIC X(12) VALUE "  RETURNED :".
           02 VT-RETS    PIC ZZZZ9.
           02 FILLER     PIC X(9) VALUE SPACES.
           02 VT-AMT     PIC ZZ,ZZZ,ZZ9.99.

       01 TOTAL-LINE.
           02 FILLER     PIC X(43) VALUE "TOTAL REMITTED TO VENDORS".
           02 TL-AMT     PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "THIRD-PARTY DEDUCTION REMITTANCE".
           PERFORM GET-RUN-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD " W-PERIN
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT VENDMASTFILE.
           IF FSVN NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDOR MASTER, STATUS " FSVN
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT VENDDEDFILE.
           IF FSVD NOT = "00"
               DISPLAY "NO VENDOR DEDUCTIONS ON FILE, STATUS " FSVD
               CLOSE VENDMASTFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               CLOSE VENDMASTFILE
               CLOSE VENDDEDFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT VRPTFILE.

           MOVE SPACES TO RPTLINE.
           STRING "VENDOR REMITTANCE SCHEDULE - PERIOD " W-PERIN
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.

           PERFORM UNTIL FSVN = "10"
               READ VENDMASTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSVN = "00"
                   PERFORM REMIT-VENDOR-PARA THRU REMIT-VENDOR-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE T-TOTAL TO TL-AMT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           CLOSE VENDMASTFILE.
           CLOSE VENDDEDFILE.
           CLOSE EMPFILE.
           CLOSE VRPTFILE.
           DISPLAY "REMITTANCE WRITTEN TO files/VENDREM.LST - "
               T-VENDORS " VENDORS, " T-RETURNS " LINES RETURNED".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

      * THE PERIOD IS THE ONE LAST CLOSED BY THE PAYROLL RUN, FROM THE
      * FREEZE RECORD; ASK FOR IT ONLY IF THAT IS NOT AVAILABLE.
       GET-RUN-PERIOD-PARA.
           MOVE SPACES TO W-PERIN.
           OPEN INPUT FREEZEFILE.
           IF FSFZ = "00"
               READ FREEZEFILE
                   AT END
                       MOVE SPACES TO FZPERIOD
               END-READ
               IF FSFZ = "00"
                   MOVE FZPERIOD TO W-PERIN
               END-IF
               CLOSE FREEZEFILE
           END-IF
           IF W-PERIN = SPACES
               DISPLAY "ENTER PERIOD (MM/YYYY) :"
               ACCEPT W-PERIN
           END-IF
           PERFORM VALIDATE-PERIOD-PARA.

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

      * A VENDOR WITH NO LIST FOR THE PERIOD IS PASSED OVER.
       REMIT-VENDOR-PARA.
           PERFORM START-VENDOR-PARA.
           IF W-EOF = "Y"
               GO TO REMIT-VENDOR-EXIT
           END-IF
           MOVE SPACES TO W-VPNAME.
           STRING "files/VP-" VNCODE DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE INTO W-VPNAME
           END-STRING.
           MOVE SPACES TO W-VRNAME.
           STRING "files/VR-" VNCODE DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE INTO W-VRNAME
           END-STRING.
           OPEN OUTPUT VRETFILE.
           MOVE 0 TO W-VCOUNT.
           MOVE 0 TO W-VRETS.
           MOVE 0 TO W-VAMT.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE VNCODE TO HL-CODE.
           MOVE VNNAME TO HL-NAME.
           MOVE VNBANKAC TO HL-BANKAC.
           MOVE VNIFSC TO HL-IFSC.
           MOVE HEAD-LINE TO RPTLINE.
           WRITE RPTLINE.
           PERFORM UNTIL W-EOF = "Y"
               PERFORM REMIT-ITEM-PARA
               PERFORM READ-VENDOR-PARA
           END-PERFORM
           CLOSE VRETFILE.
           OPEN OUTPUT VPAYFILE.
           MOVE VNCODE TO VPCODE.
           MOVE VNNAME TO VPNAME.
           MOVE VNBANKAC TO VPBANKAC.
           MOVE VNIFSC TO VPIFSC.
           MOVE W-PERIOD TO VPPERIOD.
           MOVE W-VCOUNT TO VPCOUNT.
           MOVE W-VAMT TO VPAMT.
           WRITE VPAYREC.
           CLOSE VPAYFILE.
           MOVE W-VCOUNT TO VT-CNT.
           MOVE W-VRETS TO VT-RETS.
           MOVE W-VAMT TO VT-AMT.
           MOVE VEND-TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           ADD 1 TO T-VENDORS.
           ADD W-VAMT TO T-TOTAL.
       REMIT-VENDOR-EXIT.
           EXIT.

       START-VENDOR-PARA.
           MOVE "N" TO W-EOF.
           MOVE VNCODE TO VDVEND.
           MOVE W-PERIOD TO VDPERIOD.
           MOVE 0 TO VDSEQ.
           START VENDDEDFILE KEY IS NOT LESS THAN VDKEY
               INVALID KEY
                   MOVE "Y" TO W-EOF
           END-START.
           IF W-EOF NOT = "Y"
               PERFORM READ-VENDOR-PARA
           END-IF.

       READ-VENDOR-PARA.
           READ VENDDEDFILE NEXT RECORD
               AT END
                   MOVE "Y" TO W-EOF
           END-READ.
           IF W-EOF NOT = "Y"
               IF VDVEND NOT = VNCODE OR VDPERIOD NOT = W-PERIOD
                   MOVE "Y" TO W-EOF
               END-IF
           END-IF.

      * A LINE THE PAYROLL RUN NEVER REACHED IS RETURNED AS NOT MADE.
       REMIT-ITEM-PARA.
           IF VDTAKEN > 0
               MOVE VDEMPID TO DL-EMPID
               MOVE VDEMPID TO EEMPID
               READ EMPFILE KEY IS EEMPID
                   INVALID KEY
                       MOVE SPACES TO DL-NAME
                   NOT INVALID KEY
                       MOVE EEMPNAME TO DL-NAME
               END-READ
               MOVE VDREF TO DL-REF
               MOVE VDTAKEN TO DL-AMT
               MOVE DETAIL-LINE TO RPTLINE
               WRITE RPTLINE
               ADD 1 TO W-VCOUNT
               ADD VDTAKEN TO W-VAMT
           END-IF
           IF VDTAKEN < VDAMT OR VDSTATUS = "R"
               MOVE VDEMPID TO VREMPID
               MOVE VDREF TO VRREF
               MOVE VDAMT TO VRAMT
               MOVE VDTAKEN TO VRTAKEN
               MOVE VDREASON TO VRREASON
               IF VDSTATUS = "L"
                   MOVE "NOT PROCESSED BY PAYROLL" TO VRREASON
               END-IF
               WRITE VRETREC
               ADD 1 TO W-VRETS
               ADD 1 TO T-RETURNS
           END-IF.

       END PROGRAM VENDREM.
