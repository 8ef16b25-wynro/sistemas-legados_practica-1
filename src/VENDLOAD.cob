       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDLOAD.

      * LOADS EACH ACTIVE VENDOR'S DEDUCTION LIST FOR A PERIOD FROM
      * files/VF-<CODE>.TXT. EACH LINE IS THE EMPLOYEE ID (6), THE
      * VENDOR'S OWN REFERENCE (12) AND THE AMOUNT AS 8 DIGITS WITH
      * TWO IMPLIED DECIMALS. EVERY LINE IS KEPT ON VENDDED.DAT AS AN
      * ITEM FOR THE PAYROLL RUN TO DEDUCT; A LINE FOR AN UNKNOWN OR
      * SEPARATED EMPLOYEE OR WITH A BAD AMOUNT IS KEPT AS REJECTED SO
      * IT GOES BACK TO THE VENDOR ON THE RETURN FILE. LOADING A
      * VENDOR AGAIN FOR THE SAME PERIOD REPLACES ITS EARLIER LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENDMASTFILE
               ASSIGN TO "files/VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VNCODE
               FILE STATUS IS FSVN.

           SELECT VFEEDFILE
               ASSIGN TO DYNAMIC W-VFNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSVF.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT VENDDEDFILE
               ASSIGN TO "files/VENDDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDKEY
               ALTERNATE RECORD KEY IS VDEPKEY WITH DUPLICATES
               FILE STATUS IS FSVD.

           SELECT LOADRPTFILE
               ASSIGN TO "files/VENDLOAD.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

       FD VENDMASTFILE.
       01 VENDMASTREC.
           02 VNCODE    PIC X(6).
           02 VNNAME    PIC X(25).
           02 VNBANKAC  PIC X(18).
           02 VNIFSC    PIC X(11).
           02 VNSTATUS  PIC X.

       FD VFEEDFILE.
       01 VFEEDLINE.
           02 VFEMPID   PIC X(6).
           02 VFREF     PIC X(12).
           02 VFAMT     PIC 9(6)V99.

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

       FD LOADRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSVN       PIC XX.
       77 FSVF       PIC XX.
       77 FSE        PIC XX.
       77 FSVD       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-CONFIRM  PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-VFNAME   PIC X(40).
       77 W-SEQ      PIC 9(5).
       77 W-VLINES   PIC 9(5).
       77 W-VREJ     PIC 9(5).
       77 W-VAMT     PIC 9(8)V99.
       77 T-VENDORS  PIC 9(4) VALUE 0.
       77 T-LINES    PIC 9(6) VALUE 0.
       77 T-REJECT   PIC 9(6) VALUE 0.

       01 VEND-LINE.
           02 VL-CODE    PIC X(8).
           02 VL-NAME    PIC X(26).
           02 VL-LINES   PIC ZZZZ9.
           02 FILLER     PIC X(3) VALUE SPACES.
           02 VL-REJ     PIC ZZZZ9.
           02 FILLER     PIC X(3) VALUE SPACES.
           02 VL-AMT     PIC ZZ,ZZZ,ZZ9.99.

       01 REJECT-LINE.
           02 FILLER     PIC X(4) VALUE SPACES.
           02 RL-EMPID   PIC X(8).
           02 RL-REF     PIC X(14).
           02 RL-REASON  PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "THIRD-PARTY DEDUCTION FEED LOAD".
           DISPLAY "ENTER PERIOD (MM/YYYY) :".
           ACCEPT W-PERIN.
           PERFORM VALIDATE-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               GOBACK
           END-IF
           DISPLAY "LOAD VENDOR DEDUCTION LISTS FOR " W-PERIN
               " - CONFIRM (Y/N) :".
           ACCEPT W-CONFIRM.
           IF W-CONFIRM NOT = "Y" AND W-CONFIRM NOT = "y"
               DISPLAY "VENDOR LOAD CANCELLED"
               GOBACK
           END-IF.

           OPEN INPUT VENDMASTFILE.
           IF FSVN NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDOR MASTER, STATUS " FSVN
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               CLOSE VENDMASTFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O VENDDEDFILE.
           IF FSVD = 30 OR FSVD = 35
               OPEN OUTPUT VENDDEDFILE
               CLOSE VENDDEDFILE
               OPEN I-O VENDDEDFILE
           END-IF
           IF FSVD NOT = "00"
               DISPLAY "UNABLE TO OPEN VENDOR DEDUCTIONS, STATUS " FSVD
               CLOSE VENDMASTFILE
               CLOSE EMPFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LOADRPTFILE.

           MOVE SPACES TO RPTLINE.
           STRING "VENDOR DEDUCTION LOAD FOR PERIOD " W-PERIN
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE "VENDOR  NAME                      LINES  REJECTED"
               TO RPTLINE.
           WRITE RPTLINE.

           PERFORM UNTIL FSVN = "10"
               READ VENDMASTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSVN = "00" AND VNSTATUS = "A"
                   PERFORM LOAD-VENDOR-PARA THRU LOAD-VENDOR-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING T-VENDORS " VENDORS LOADED, " T-LINES " LINES, "
               T-REJECT " REJECTED" DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           CLOSE VENDMASTFILE.
           CLOSE EMPFILE.
           CLOSE VENDDEDFILE.
           CLOSE LOADRPTFILE.
           DISPLAY "VENDOR LOAD WRITTEN TO files/VENDLOAD.LST - "
               T-LINES " LINES, " T-REJECT " REJECTED".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

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

      * A VENDOR WITH NO LIST THIS PERIOD KEEPS WHATEVER WAS LOADED.
       LOAD-VENDOR-PARA.
           MOVE SPACES TO W-VFNAME.
           STRING "files/VF-" VNCODE DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE INTO W-VFNAME
           END-STRING.
           OPEN INPUT VFEEDFILE.
           IF FSVF NOT = "00"
               MOVE SPACES TO RPTLINE
               STRING VNCODE "  NO LIST - " W-VFNAME
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
               GO TO LOAD-VENDOR-EXIT
           END-IF
           PERFORM CLEAR-VENDOR-PARA THRU CLEAR-VENDOR-EXIT.
           MOVE 0 TO W-SEQ.
           MOVE 0 TO W-VLINES.
           MOVE 0 TO W-VREJ.
           MOVE 0 TO W-VAMT.
           MOVE VNCODE TO VL-CODE.
           MOVE VNNAME TO VL-NAME.
           PERFORM UNTIL FSVF = "10"
               READ VFEEDFILE AT END EXIT PERFORM
               END-READ
               IF VFEEDLINE NOT = SPACES
                   PERFORM LOAD-LINE-PARA
               END-IF
           END-PERFORM
           CLOSE VFEEDFILE.
           ADD 1 TO T-VENDORS.
           MOVE W-VLINES TO VL-LINES.
           MOVE W-VREJ TO VL-REJ.
           MOVE W-VAMT TO VL-AMT.
           MOVE VEND-LINE TO RPTLINE.
           WRITE RPTLINE.
       LOAD-VENDOR-EXIT.
           EXIT.

       CLEAR-VENDOR-PARA.
           MOVE VNCODE TO VDVEND.
           MOVE W-PERIOD TO VDPERIOD.
           MOVE 0 TO VDSEQ.
           START VENDDEDFILE KEY IS NOT LESS THAN VDKEY
               INVALID KEY
                   GO TO CLEAR-VENDOR-EXIT
           END-START.
           PERFORM UNTIL FSVD = "10"
               READ VENDDEDFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF VDVEND NOT = VNCODE OR VDPERIOD NOT = W-PERIOD
                   EXIT PERFORM
               END-IF
               DELETE VENDDEDFILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM
           MOVE "00" TO FSVD.
       CLEAR-VENDOR-EXIT.
           EXIT.

       LOAD-LINE-PARA.
           ADD 1 TO W-SEQ.
           ADD 1 TO W-VLINES.
           ADD 1 TO T-LINES.
           MOVE VNCODE TO VDVEND.
           MOVE W-PERIOD TO VDPERIOD.
           MOVE W-SEQ TO VDSEQ.
           MOVE VFEMPID TO VDEMPID.
           MOVE W-PERIOD TO VDEPER.
           MOVE VFREF TO VDREF.
           MOVE 0 TO VDTAKEN.
           MOVE "L" TO VDSTATUS.
           MOVE SPACES TO VDREASON.
           MOVE FUNCTION CURRENT-DATE (1:8) TO VDDATE.
           IF VFAMT NUMERIC
               MOVE VFAMT TO VDAMT
           ELSE
               MOVE 0 TO VDAMT
           END-IF
           IF VDAMT = 0
               MOVE "R" TO VDSTATUS
               MOVE "INVALID AMOUNT" TO VDREASON
           ELSE
               MOVE VFEMPID TO EEMPID
               READ EMPFILE KEY IS EEMPID
                   INVALID KEY
                       MOVE "R" TO VDSTATUS
                       MOVE "EMPLOYEE NOT ON FILE" TO VDREASON
                   NOT INVALID KEY
                       IF ESTATUS = "S"
                           MOVE "R" TO VDSTATUS
                           MOVE "EMPLOYEE HAS SEPARATED" TO VDREASON
                       END-IF
               END-READ
           END-IF
           IF VDSTATUS = "R"
               ADD 1 TO W-VREJ
               ADD 1 TO T-REJECT
               MOVE VFEMPID TO RL-EMPID
               MOVE VFREF TO RL-REF
               MOVE VDREASON TO RL-REASON
               MOVE REJECT-LINE TO RPTLINE
               WRITE RPTLINE
           ELSE
               ADD VDAMT TO W-VAMT
           END-IF
           WRITE VENDDEDREC
               INVALID KEY
                   REWRITE VENDDEDREC
           END-WRITE.

       END PROGRAM VENDLOAD.
