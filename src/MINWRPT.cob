       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINWRPT.

      * MINIMUM WAGE COMPLIANCE EXCEPTIONS. CHECKS THE BASIC PLUS DA
      * OF EVERY SERVING EMPLOYEE AGAINST THE MINIMUM WAGE IN FORCE ON
      * THE DATE GIVEN FOR THE STATE OF THE BRANCH AND THE EMPLOYEE'S
      * SKILL CATEGORY, AND LISTS THOSE PAID BELOW THE FLOOR. RUN FROM
      * THE REPORTS MENU, AND BY MINWMNT WHENEVER A NOTIFICATION IS
      * LOADED, WHEN THE DATE PASSED IS ITS EFFECTIVE DATE. A BLANK
      * DATE IS ASKED FOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT PAYMENTFILE
               ASSIGN TO "files/PAYMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT MINWEXCFILE
               ASSIGN TO "files/MINWEXC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

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

       FD MINWEXCFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSE        PIC XX.
       77 FSP        PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-RUNDATE  PIC X(10).
       77 W-RUNNUM   PIC 9(8).
       77 W-TODAY    PIC X(8).
       77 W-DATEOK   PIC X.
       77 W-MWEMPID  PIC X(6).
       77 W-MWBRNID  PIC X(6).
       77 W-MWWAGE   PIC 9(7)V99.
       77 W-MWSKILL  PIC X.
       77 W-MWSTATE  PIC X(2).
       77 W-MWFLOOR  PIC 9(7)V99.
       77 W-MWREPLY  PIC X.
       77 W-SHORT    PIC 9(7)V99.
       77 T-CHECKED  PIC 9(6) VALUE 0.
       77 T-COMPLY   PIC 9(6) VALUE 0.
       77 T-BELOW    PIC 9(6) VALUE 0.
       77 T-NOCAT    PIC 9(6) VALUE 0.
       77 T-NOSTATE  PIC 9(6) VALUE 0.
       77 T-NONOTIF  PIC 9(6) VALUE 0.
       77 T-NOPAY    PIC 9(6) VALUE 0.
       77 T-SHORT    PIC 9(9)V99 VALUE 0.

       01 HEAD-LINE.
           02 FILLER PIC X(7)  VALUE "EMP ID".
           02 FILLER PIC X(21) VALUE "NAME".
           02 FILLER PIC X(7)  VALUE "BRANCH".
           02 FILLER PIC X(3)  VALUE "ST".
           02 FILLER PIC X(2)  VALUE "C".
           02 FILLER PIC X(11) VALUE "       WAGE".
           02 FILLER PIC X(11) VALUE "      FLOOR".
           02 FILLER PIC X(11) VALUE "  SHORTFALL".

       01 DETAIL-LINE.
           02 DL-EMPID   PIC X(7).
           02 DL-NAME    PIC X(21).
           02 DL-BRNID   PIC X(7).
           02 DL-STATE   PIC X(3).
           02 DL-SKILL   PIC X(2).
           02 DL-WAGE    PIC ZZZZ,ZZ9.99.
           02 DL-FLOOR   PIC ZZZZ,ZZ9.99.
           02 DL-SHORT   PIC ZZZZ,ZZ9.99.

       01 TOTAL-LINE.
           02 TL-TEXT    PIC X(40).
           02 TL-COUNT   PIC ZZZZZ9.
           02 FILLER     PIC X(3) VALUE SPACES.
           02 TL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LK-ASOF PIC X(10).

       PROCEDURE DIVISION USING LK-ASOF.
       MAIN-PARA.
           DISPLAY "MINIMUM WAGE COMPLIANCE CHECK".
           MOVE LK-ASOF TO W-RUNDATE.
           IF W-RUNDATE = SPACES
               DISPLAY "ENTER DATE TO CHECK AS AT (DD/MM/YYYY, BLANK"
                   " = TODAY) :"
               ACCEPT W-RUNDATE
           END-IF
           IF W-RUNDATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY
               MOVE W-TODAY (7:2) TO W-RUNDATE (1:2)
               MOVE "/" TO W-RUNDATE (3:1)
               MOVE W-TODAY (5:2) TO W-RUNDATE (4:2)
               MOVE "/" TO W-RUNDATE (6:1)
               MOVE W-TODAY (1:4) TO W-RUNDATE (7:4)
           END-IF
           PERFORM VALIDATE-RUNDATE-PARA.
           IF W-DATEOK NOT = "Y"
               DISPLAY "INVALID DATE - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAYMENTFILE.
           IF FSP NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYMENT FILE, STATUS " FSP
               CLOSE EMPFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MINWEXCFILE.

           MOVE "MINIMUM WAGE COMPLIANCE EXCEPTIONS AS AT " TO RPTLINE.
           MOVE W-RUNDATE TO RPTLINE (42:10).
           WRITE RPTLINE.
           MOVE "EMPLOYEES PAID BASIC PLUS DA BELOW THE NOTIFIED FLOOR"
               TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE HEAD-LINE TO RPTLINE.
           WRITE RPTLINE.

           PERFORM UNTIL FSE NOT = "00"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF ESTATUS NOT = "S"
                   PERFORM CHECK-EMPLOYEE-PARA THRU CHECK-EMPLOYEE-EXIT
               END-IF
           END-PERFORM

           IF T-BELOW = 0
               MOVE "  NO EMPLOYEE IS PAID BELOW THE FLOOR" TO RPTLINE
               WRITE RPTLINE
           END-IF
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "EMPLOYEES CHECKED" TO TL-TEXT.
           MOVE T-CHECKED TO TL-COUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  AT OR ABOVE THE FLOOR" TO TL-TEXT.
           MOVE T-COMPLY TO TL-COUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  BELOW THE FLOOR / MONTHLY SHORTFALL" TO TL-TEXT.
           MOVE T-BELOW TO TL-COUNT.
           MOVE T-SHORT TO TL-AMOUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  NO SKILL CATEGORY RECORDED" TO TL-TEXT.
           MOVE T-NOCAT TO TL-COUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  BRANCH HAS NO STATE" TO TL-TEXT.
           MOVE T-NOSTATE TO TL-COUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  NO NOTIFICATION IN FORCE" TO TL-TEXT.
           MOVE T-NONOTIF TO TL-COUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  NO PAYMENT RECORD" TO TL-TEXT.
           MOVE T-NOPAY TO TL-COUNT.
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.

           CLOSE EMPFILE.
           CLOSE PAYMENTFILE.
           CLOSE MINWEXCFILE.
           DISPLAY "EMPLOYEES CHECKED    : " T-CHECKED.
           DISPLAY "BELOW MINIMUM WAGE   : " T-BELOW.
           DISPLAY "NO SKILL CATEGORY    : " T-NOCAT.
           DISPLAY "EXCEPTIONS WRITTEN TO files/MINWEXC.LST".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       VALIDATE-RUNDATE-PARA.
           MOVE "N" TO W-DATEOK.
           IF W-RUNDATE(1:2) NUMERIC AND W-RUNDATE(3:1) = "/"
               AND W-RUNDATE(4:2) NUMERIC AND W-RUNDATE(6:1) = "/"
               AND W-RUNDATE(7:4) NUMERIC
               MOVE "Y" TO W-DATEOK
               MOVE W-RUNDATE(7:4) TO W-RUNNUM(1:4)
               MOVE W-RUNDATE(4:2) TO W-RUNNUM(5:2)
               MOVE W-RUNDATE(1:2) TO W-RUNNUM(7:2)
           END-IF.

       CHECK-EMPLOYEE-PARA.
           MOVE EEMPID TO PEMPID.
           READ PAYMENTFILE
               INVALID KEY
                   ADD 1 TO T-NOPAY
                   GO TO CHECK-EMPLOYEE-EXIT
           END-READ.
           ADD 1 TO T-CHECKED.
           MOVE EEMPID TO W-MWEMPID.
           MOVE EBRNID TO W-MWBRNID.
           COMPUTE W-MWWAGE = PBASIC + PDA.
           MOVE SPACE TO W-MWSKILL.
           CALL "MINWCHK" USING W-MWEMPID W-MWBRNID W-RUNNUM W-MWWAGE
               W-MWSKILL W-MWSTATE W-MWFLOOR W-MWREPLY.
           CANCEL "MINWCHK".
           IF W-MWREPLY = "Y"
               ADD 1 TO T-COMPLY
               GO TO CHECK-EMPLOYEE-EXIT
           END-IF
           IF W-MWREPLY = "N"
               IF W-MWSKILL = SPACE
                   ADD 1 TO T-NOCAT
               ELSE
               IF W-MWSTATE = SPACES
                   ADD 1 TO T-NOSTATE
               ELSE
                   ADD 1 TO T-NONOTIF
               END-IF
               END-IF
               GO TO CHECK-EMPLOYEE-EXIT
           END-IF
           ADD 1 TO T-BELOW.
           COMPUTE W-SHORT = W-MWFLOOR - W-MWWAGE.
           ADD W-SHORT TO T-SHORT.
           MOVE EEMPID TO DL-EMPID.
           MOVE EEMPNAME TO DL-NAME.
           MOVE EBRNID TO DL-BRNID.
           MOVE W-MWSTATE TO DL-STATE.
           MOVE W-MWSKILL TO DL-SKILL.
           MOVE W-MWWAGE TO DL-WAGE.
           MOVE W-MWFLOOR TO DL-FLOOR.
           MOVE W-SHORT TO DL-SHORT.
           MOVE DETAIL-LINE TO RPTLINE.
           WRITE RPTLINE.
       CHECK-EMPLOYEE-EXIT.
           EXIT.

       END PROGRAM MINWRPT.
