       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMPST.

      * A TOUR EXPENSE (TRV) CLAIM IS FIRST SET AGAINST THE EMPLOYEE'S
      * OPEN TOUR ADVANCES, OLDEST FIRST; ONLY WHAT IS LEFT OVER IS PAID
      * WITH SALARY. AN ADVANCE WHOSE BALANCE REACHES NIL IS CLOSED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT TOURADVFILE
               ASSIGN TO "files/TOURADV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAID
               ALTERNATE RECORD KEY IS TAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TABRID WITH DUPLICATES
               FILE STATUS IS FSTA.

           SELECT CLMRPTFILE
               ASSIGN TO "files/CLAIMPST.LST"
               ORGANIZATION IS LINE SEQUENTIAL
           02 PCO      PIC 99.
           02 PCOPER   PIC X(6).

       FD TOURADVFILE.
       01 TOURADVREC.
           02 TAID     PIC X(6).
           02 TAEMPID  PIC X(6).
           02 TABRID   PIC X(6).
           02 TADEST   PIC X(20).
           02 TAFROM   PIC X(10).
           02 TATO     PIC X(10).
           02 TAPURP   PIC X(30).
           02 TAEST    PIC 9(6)V99.
           02 TAADV    PIC 9(6)V99.
           02 TAVIA    PIC X.
           02 TASTAT   PIC X.
           02 TAAPPRID PIC X(10).
           02 TAPAIDDT PIC X(10).
           02 TAPAYREF PIC X(20).
           02 TASETAMT PIC 9(6)V99.
           02 TABAL    PIC 9(6)V99.
           02 TARCAMT  PIC 9(6)V99.
           02 TARCPER  PIC X(6).
           02 TAUSER   PIC X(10).
           02 TADATE   PIC X(8).

       FD CLMRPTFILE.
       01 RPTLINE PIC X(80).

       77 FSCM       PIC XX.
       77 FSP        PIC XX.
       77 FSRPT      PIC XX.
       77 FSTA       PIC XX.
       77 WAITFOR    PIC X.
       77 W-CONFIRM  PIC X.
       77 T-RECS     PIC 9(6) VALUE 0.
       77 T-NOPAY    PIC 9(6) VALUE 0.
       77 T-TOTAL    PIC 9(10)V99 VALUE 0.
       77 T-SETOFF   PIC 9(10)V99 VALUE 0.
       77 W-TAOPEN   PIC X VALUE "N".
       77 W-REMAIN   PIC 9(6)V99.
       77 W-SETAMT   PIC 9(6)V99.

       01 DETAIL-LINE.
           02 DL-CMID    PIC X(8).
           02 DL-EMPID   PIC X(8).
           02 DL-CAT     PIC X(5).
           02 DL-AMT     PIC ZZZ,ZZZ.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 DL-SET     PIC ZZZ,ZZZ.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 DL-PAY     PIC ZZZ,ZZZ.99.

       01 TOTAL-LINE.
           02 FILLER     PIC X(21) VALUE "TOTAL CLAIMS POSTED  ".
           02 TL-TOTAL   PIC ZZ,ZZZ,ZZZ.99.

       01 SETOFF-LINE.
           02 FILLER     PIC X(27)
               VALUE "SET AGAINST TOUR ADVANCES  ".
           02 SL-TOTAL   PIC ZZ,ZZZ,ZZZ.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "APPROVED CLAIMS PAYOUT POSTING RUN".
               CLOSE CLAIMFILE
               GOBACK
           END-IF
           OPEN I-O TOURADVFILE.
           IF FSTA = "00"
               MOVE "Y" TO W-TAOPEN
           END-IF
           OPEN OUTPUT CLMRPTFILE.

           MOVE "APPROVED CLAIMS POSTED TO PAY" TO RPTLINE.
           WRITE RPTLINE.
           MOVE "CLAIM   EMPID   CAT  AMOUNT      SET OFF       TO PAY"
               TO RPTLINE.
           WRITE RPTLINE.

           PERFORM UNTIL FSCM = "10"
           MOVE T-TOTAL TO TL-TOTAL.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE T-SETOFF TO SL-TOTAL.
           MOVE SETOFF-LINE TO RPTLINE.
           WRITE RPTLINE.

           CLOSE CLAIMFILE.
           CLOSE PAYMENTFILE.
           IF W-TAOPEN = "Y"
               CLOSE TOURADVFILE
           END-IF
           CLOSE CLMRPTFILE.
           DISPLAY "CLAIMS POSTING COMPLETE - " T-RECS " POSTED, "
               T-NOPAY " SKIPPED (NO PAYMENT RECORD), LOG IN "
                   ADD 1 TO T-NOPAY
                   GO TO POST-CLAIM-EXIT
           END-READ
           MOVE CMAMT TO W-REMAIN.
           IF CMCAT = "TRV" AND W-TAOPEN = "Y"
               PERFORM SET-ADVANCE-PARA THRU SET-ADVANCE-EXIT
           END-IF
           ADD W-REMAIN TO PCLAIM.
           REWRITE PAYMENTREC.
           MOVE "P" TO CMSTAT.
           REWRITE CLAIMREC.
           MOVE CMEMPID TO DL-EMPID.
           MOVE CMCAT TO DL-CAT.
           MOVE CMAMT TO DL-AMT.
           COMPUTE DL-SET = CMAMT - W-REMAIN.
           MOVE W-REMAIN TO DL-PAY.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
       POST-CLAIM-EXIT.
           EXIT.

      * THE ADVANCES ARE KEYED BY A RISING CODE, SO READING THEM IN
      * EMPLOYEE ORDER TAKES THE OLDEST FIRST.
       SET-ADVANCE-PARA.
           MOVE CMEMPID TO TAEMPID.
           START TOURADVFILE KEY IS EQUAL TO TAEMPID
               INVALID KEY GO TO SET-ADVANCE-EXIT
           END-START.
           PERFORM UNTIL W-REMAIN = 0
               READ TOURADVFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF (FSTA NOT = "00" AND FSTA NOT = "02")
                   OR TAEMPID NOT = CMEMPID
                   EXIT PERFORM
               END-IF
               IF TASTAT = "O" AND TABAL > 0
                   IF TABAL < W-REMAIN
                       MOVE TABAL TO W-SETAMT
                   ELSE
                       MOVE W-REMAIN TO W-SETAMT
                   END-IF
                   SUBTRACT W-SETAMT FROM TABAL W-REMAIN
                   ADD W-SETAMT TO TASETAMT T-SETOFF
                   IF TABAL = 0
                       MOVE "C" TO TASTAT
                   END-IF
                   REWRITE TOURADVREC
               END-IF
           END-PERFORM.
       SET-ADVANCE-EXIT.
           EXIT.

       END PROGRAM CLAIMPST.
