       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCAPPR.

      * SALES INCENTIVE PAYOUT APPROVAL. THE CALCULATION RUN LEAVES
      * EACH PAYOUT AT STATUS C FOR THE MANAGER OF THE BRANCH THE
      * EMPLOYEE WAS POSTED AT. A MANAGER (ROLE M) SEES ONLY THE
      * BRANCH THEY ARE THEMSELVES POSTED AT; AN ADMINISTRATOR MAY
      * WORK ANY BRANCH. NOBODY APPROVES THEIR OWN INCENTIVE.
      * APPROVED PAYOUTS GO TO A FOR THE POSTING RUN, REJECTED ONES TO
      * R WITH THE REASON KEPT ON THE RECORD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INCENTFILE
               ASSIGN TO "files/INCENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INKEY
               FILE STATUS IS FSIN.

           SELECT USERFILE
               ASSIGN TO "files/USER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERID
               FILE STATUS IS FSU.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.

       FD INCENTFILE.
       01 INCENTREC.
           02 INKEY.
               03 INEMPID   PIC X(6).
               03 INPERIOD  PIC X(6).
           02 INPLAN    PIC X(6).
           02 INBRID    PIC X(6).
           02 INGRADE   PIC 99.
           02 INTARGET  PIC 9(9)V99.
           02 INACTUAL  PIC 9(9)V99.
           02 INACHPCT  PIC 9(3)V99.
           02 INSLAB    PIC 9.
           02 INSLPCT   PIC 99V99.
           02 INBASIS   PIC X.
           02 INBASEAMT PIC 9(9)V99.
           02 INCALC    PIC 9(6)V99.
           02 INCAPAMT  PIC 9(6)V99.
           02 INPAYOUT  PIC 9(6)V99.
           02 INSTAT    PIC X.
           02 INAPPR    PIC X(10).
           02 INAPDT    PIC X(8).
           02 INLDDATE  PIC X(8).
           02 INNOTE    PIC X(30).

       FD USERFILE.
       01 USERREC.
           02 USERID   PIC X(10).
           02 USERPWD  PIC X(10).
           02 USERROLE PIC X.
           02 USERSTAT PIC X.
           02 USEREMP  PIC X(6).
           02 USERCOS.
               03 USERCO PIC X(4) OCCURS 5 TIMES.

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
       77 FSIN       PIC XX.
       77 FSU        PIC XX.
       77 FSE        PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 STUFF      PIC X(60).
       77 W-ROLE     PIC X.
       77 W-OWNEMP   PIC X(6).
       77 W-BRID     PIC X(6).
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-APPRCH   PIC X.
       77 W-REASON   PIC X(30).
       77 W-DONE     PIC 9(4) VALUE 0.
       77 W-AMTED    PIC ZZZ,ZZZ,ZZ9.99.
       77 W-PAYED    PIC ZZZ,ZZ9.99.
       77 W-PCTED    PIC ZZ9.99.
       77 W-RATEED   PIC Z9.99.

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
           MOVE 0 TO W-DONE.
           COPY CLEAR-SCREEN.
           DISPLAY "****** SALES INCENTIVE APPROVALS ******" AT 0101.
           MOVE SPACES TO W-OWNEMP.
           OPEN INPUT USERFILE.
           IF FSU = "00"
               MOVE LK-USERID TO USERID
               READ USERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE USEREMP TO W-OWNEMP
                       IF USERROLE NOT = SPACE
                           MOVE USERROLE TO W-ROLE
                       END-IF
               END-READ
               CLOSE USERFILE
           END-IF
           IF W-ROLE NOT = "M" AND W-ROLE NOT = "A"
               DISPLAY "ONLY THE BRANCH MANAGER OR AN ADMINISTRATOR "
                   "MAY APPROVE INCENTIVES" AT 2201
               ACCEPT STUFF AT 2301
               EXIT PROGRAM
           END-IF
           IF W-ROLE = "M"
               MOVE SPACES TO W-BRID
               OPEN INPUT EMPFILE
               MOVE W-OWNEMP TO EEMPID
               READ EMPFILE KEY IS EEMPID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EBRNID TO W-BRID
               END-READ
               CLOSE EMPFILE
               IF W-BRID = SPACES
                   DISPLAY "YOUR SIGN-ON IS NOT LINKED TO AN EMPLOYEE "
                       "POSTED AT A BRANCH" AT 2201
                   ACCEPT STUFF AT 2301
                   EXIT PROGRAM
               END-IF
               DISPLAY "BRANCH :" W-BRID AT 0301
           ELSE
               DISPLAY "ENTER BRANCH CODE :" AT 0301
               ACCEPT W-BRID AT 0335
           END-IF
           DISPLAY "ENTER PERIOD (MM/YYYY) :" AT 0401.
           ACCEPT W-PERIN AT 0435.
           IF W-PERIN(1:2) NOT NUMERIC OR W-PERIN(3:1) NOT = "/"
               OR W-PERIN(4:4) NOT NUMERIC
               OR W-PERIN(1:2) < "01" OR W-PERIN(1:2) > "12"
               DISPLAY "INVALID PERIOD" AT 2201
               ACCEPT STUFF AT 2301
               EXIT PROGRAM
           END-IF
           MOVE W-PERIN(4:4) TO W-PERIOD(1:4).
           MOVE W-PERIN(1:2) TO W-PERIOD(5:2).
           OPEN I-O INCENTFILE.
           IF FSIN NOT = "00"
               DISPLAY "NO INCENTIVES ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               EXIT PROGRAM
           END-IF
           OPEN INPUT EMPFILE.
           PERFORM UNTIL FSIN = "10"
               READ INCENTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSIN = "00" AND INPERIOD = W-PERIOD
                   AND INSTAT = "C" AND INBRID = W-BRID
                   AND INEMPID NOT = W-OWNEMP
                   PERFORM REVIEW-INC-PARA THRU REVIEW-INC-EXIT
                   IF W-APPRCH = "Q" OR W-APPRCH = "q"
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMPFILE.
           CLOSE INCENTFILE.
           DISPLAY "NO MORE PAYOUTS AWAITING APPROVAL - " W-DONE
               " DECIDED" AT 2201.
           ACCEPT STUFF AT 2301.
           EXIT PROGRAM.

       REVIEW-INC-PARA.
           COPY CLEAR-SCREEN.
           MOVE INEMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   MOVE SPACES TO EEMPNAME
           END-READ.
           DISPLAY "****** INCENTIVE AWAITING APPROVAL ******" AT 0101.
           DISPLAY " EMPLOYEE       :" INEMPID " " EEMPNAME AT 0201.
           DISPLAY " BRANCH / GRADE :" INBRID " / " INGRADE AT 0301.
           DISPLAY " PLAN           :" INPLAN AT 0401.
           MOVE INTARGET TO W-AMTED.
           DISPLAY " TARGET         :" W-AMTED AT 0501.
           MOVE INACTUAL TO W-AMTED.
           DISPLAY " ACHIEVED       :" W-AMTED AT 0601.
           MOVE INACHPCT TO W-PCTED.
           DISPLAY " ACHIEVEMENT %  :" W-PCTED AT 0701.
           MOVE INSLPCT TO W-RATEED.
           IF INSLAB = 0
               DISPLAY " SLAB           :NONE REACHED" AT 0801
           ELSE
               DISPLAY " SLAB           :" INSLAB "  PAYOUT " W-RATEED
                   " %" AT 0801
           END-IF
           MOVE INBASEAMT TO W-AMTED.
           IF INBASIS = "B"
               DISPLAY " ON BASIC PAY   :" W-AMTED AT 0901
           ELSE
               DISPLAY " ON SALES       :" W-AMTED AT 0901
           END-IF
           MOVE INCALC TO W-PAYED.
           DISPLAY " CALCULATED     :" W-PAYED AT 1001.
           IF INCAPAMT > 0
               MOVE INCAPAMT TO W-PAYED
               DISPLAY " GRADE CAP      :" W-PAYED AT 1101
           END-IF
           MOVE INPAYOUT TO W-PAYED.
           DISPLAY " PAYOUT         :" W-PAYED AT 1201.
           DISPLAY "(A)PPROVE, RE(J)ECT, (S)KIP, (Q)UIT :" AT 1401.
           ACCEPT W-APPRCH AT 1440.
           EVALUATE W-APPRCH
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO INSTAT
                   MOVE W-AUDITUSER TO INAPPR
                   MOVE FUNCTION CURRENT-DATE (1:8) TO INAPDT
                   REWRITE INCENTREC
                   MOVE "APPROVE" TO AL-ACTION
                   PERFORM AUDIT-INC-PARA
                   DISPLAY "PAYOUT APPROVED" AT 1601
                   ACCEPT STUFF AT 1701
               WHEN "J"
               WHEN "j"
                   DISPLAY "REASON :" AT 1501
                   ACCEPT W-REASON AT 1510
                   IF W-REASON = SPACES
                       DISPLAY "A REASON IS NEEDED TO REJECT" AT 1601
                       ACCEPT STUFF AT 1701
                       GO TO REVIEW-INC-EXIT
                   END-IF
                   MOVE "R" TO INSTAT
                   MOVE W-REASON TO INNOTE
                   MOVE W-AUDITUSER TO INAPPR
                   MOVE FUNCTION CURRENT-DATE (1:8) TO INAPDT
                   REWRITE INCENTREC
                   MOVE "REJECT" TO AL-ACTION
                   PERFORM AUDIT-INC-PARA
                   DISPLAY "PAYOUT REJECTED" AT 1601
                   ACCEPT STUFF AT 1701
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       REVIEW-INC-EXIT.
           EXIT.

       AUDIT-INC-PARA.
           ADD 1 TO W-DONE.
           MOVE "INCENTFILE" TO AL-FILE.
           MOVE INEMPID TO AL-KEY.
           PERFORM WRITE-AUDIT-PARA.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM INCAPPR.
