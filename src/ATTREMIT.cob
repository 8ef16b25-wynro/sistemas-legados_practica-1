       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTREMIT.

      * REMITTANCE STATEMENT FOR SALARY ATTACHMENT ORDERS. FOR THE
      * PERIOD LAST PAID, EVERY AMOUNT RECOVERED UNDER AN ORDER IS
      * LISTED UNDER THE AUTHORITY IT IS PAYABLE TO, WITH A TOTAL FOR
      * EACH AUTHORITY AND A GRAND TOTAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FREEZEFILE
               ASSIGN TO "files/FREEZE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSFZ.

           SELECT ATTRECFILE
               ASSIGN TO "files/ATTREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARKEY
               ALTERNATE RECORD KEY IS ARPERIOD WITH DUPLICATES
               FILE STATUS IS FSAR.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT ARRPTFILE
               ASSIGN TO "files/ATTREMIT.LST"
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

       FD ATTRECFILE.
       01 ATTRECREC.
           02 ARKEY.
               03 ARORDNO  PIC X(9).
               03 ARPERIOD PIC X(6).
           02 AREMPID   PIC X(6).
           02 ARAUTH    PIC X(25).
           02 ARAMT     PIC 9(8)V99.
           02 ARDATE    PIC X(8).

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

       FD ARRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSFZ       PIC XX.
       77 FSAR       PIC XX.
       77 FSE        PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-IDX      PIC 99.
       77 W-SLOT     PIC 99.
       77 W-USED     PIC 99 VALUE 0.
       77 W-EOF      PIC X.
       77 T-COUNT    PIC 9(6) VALUE 0.
       77 T-TOTAL    PIC 9(10)V99 VALUE 0.

       01 AUTH-TABLE.
           02 AUTH-ENTRY OCCURS 50 TIMES.
               03 AT-AUTH  PIC X(25).
               03 AT-CNT   PIC 9(6).
               03 AT-AMT   PIC 9(10)V99.

       01 HEAD-LINE.
           02 FILLER     PIC X(10) VALUE "PAYABLE TO".
           02 FILLER     PIC X(2) VALUE SPACES.
           02 HL-AUTH    PIC X(25).

       01 DETAIL-LINE.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 DL-ORDNO   PIC X(9).
           02 FILLER     PIC X(2) VALUE SPACES.
           02 DL-EMPID   PIC X(6).
           02 FILLER     PIC X(2) VALUE SPACES.
           02 DL-NAME    PIC X(25).
           02 FILLER     PIC X(2) VALUE SPACES.
           02 DL-AMT     PIC ZZ,ZZZ,ZZ9.99.

       01 AUTH-TOTAL-LINE.
           02 FILLER     PIC X(12) VALUE "  ORDERS :  ".
           02 AL-CNT     PIC ZZZZZ9.
           02 FILLER     PIC X(30) VALUE SPACES.
           02 AL-AMT     PIC ZZ,ZZZ,ZZ9.99.

       01 TOTAL-LINE.
           02 FILLER     PIC X(48) VALUE "TOTAL ATTACHMENTS REMITTED".
           02 TL-AMT     PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ATTACHMENT ORDER REMITTANCE STATEMENT".
           PERFORM GET-RUN-PERIOD-PARA.
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD " W-PERIN
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ATTRECFILE.
           IF FSAR NOT = "00"
               DISPLAY "NO ATTACHMENT RECOVERIES ON FILE, STATUS " FSAR
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               CLOSE ATTRECFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ARRPTFILE.

           MOVE "ATTACHMENT ORDER REMITTANCE STATEMENT" TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "PERIOD " W-PERIN DELIMITED BY SIZE INTO RPTLINE.
           WRITE RPTLINE.

      * FIRST PASS - THE AUTHORITIES PAYABLE THIS PERIOD.
           PERFORM START-PERIOD-PARA.
           PERFORM UNTIL W-EOF = "Y"
               PERFORM READ-PERIOD-PARA
               IF W-EOF NOT = "Y"
                   PERFORM ADD-AUTH-PARA
               END-IF
           END-PERFORM

      * SECOND PASS - EACH AUTHORITY'S ORDERS UNDER ITS HEADING.
           PERFORM PRINT-AUTH-PARA
               VARYING W-SLOT FROM 1 BY 1 UNTIL W-SLOT > W-USED.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE T-TOTAL TO TL-AMT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.

           CLOSE ATTRECFILE.
           CLOSE EMPFILE.
           CLOSE ARRPTFILE.
           DISPLAY "REMITTANCE WRITTEN TO files/ATTREMIT.LST - "
               T-COUNT " RECOVERIES FOR " W-USED " AUTHORITIES".
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

       START-PERIOD-PARA.
           MOVE "N" TO W-EOF.
           MOVE W-PERIOD TO ARPERIOD.
           START ATTRECFILE KEY IS EQUAL TO ARPERIOD
               INVALID KEY
                   MOVE "Y" TO W-EOF
           END-START.

       READ-PERIOD-PARA.
           READ ATTRECFILE NEXT RECORD
               AT END
                   MOVE "Y" TO W-EOF
           END-READ.
           IF W-EOF NOT = "Y"
               IF ARPERIOD NOT = W-PERIOD
                   MOVE "Y" TO W-EOF
               END-IF
           END-IF.

       ADD-AUTH-PARA.
           MOVE 0 TO W-IDX.
           PERFORM VARYING W-SLOT FROM 1 BY 1
                   UNTIL W-SLOT > W-USED OR W-IDX > 0
               IF AT-AUTH (W-SLOT) = ARAUTH
                   MOVE W-SLOT TO W-IDX
               END-IF
           END-PERFORM
           IF W-IDX = 0 AND W-USED < 50
               ADD 1 TO W-USED
               MOVE W-USED TO W-IDX
               MOVE ARAUTH TO AT-AUTH (W-IDX)
               MOVE 0 TO AT-CNT (W-IDX)
               MOVE 0 TO AT-AMT (W-IDX)
           END-IF
           IF W-IDX > 0
               ADD 1 TO AT-CNT (W-IDX)
               ADD ARAMT TO AT-AMT (W-IDX)
               ADD 1 TO T-COUNT
               ADD ARAMT TO T-TOTAL
           END-IF.

       PRINT-AUTH-PARA.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE AT-AUTH (W-SLOT) TO HL-AUTH.
           MOVE HEAD-LINE TO RPTLINE.
           WRITE RPTLINE.
           PERFORM START-PERIOD-PARA.
           PERFORM UNTIL W-EOF = "Y"
               PERFORM READ-PERIOD-PARA
               IF W-EOF NOT = "Y" AND ARAUTH = AT-AUTH (W-SLOT)
                   PERFORM PRINT-ORDER-PARA
               END-IF
           END-PERFORM
           MOVE AT-CNT (W-SLOT) TO AL-CNT.
           MOVE AT-AMT (W-SLOT) TO AL-AMT.
           MOVE AUTH-TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.

       PRINT-ORDER-PARA.
           MOVE ARORDNO TO DL-ORDNO.
           MOVE AREMPID TO DL-EMPID.
           MOVE AREMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   MOVE SPACES TO DL-NAME
               NOT INVALID KEY
                   MOVE EEMPNAME TO DL-NAME
           END-READ.
           MOVE ARAMT TO DL-AMT.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.

       END PROGRAM ATTREMIT.
