       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCSTMT.

      * SALES INCENTIVE STATEMENTS. ONE STATEMENT PER EMPLOYEE FOR THE
      * PERIOD SHOWING THE TARGET, WHAT WAS ACHIEVED, THE PLAN'S SLABS
      * WITH THE ONE REACHED MARKED, HOW THE PAYOUT WAS WORKED OUT, ANY
      * GRADE CAP APPLIED AND WHERE THE PAYOUT STANDS. FOR ONE
      * EMPLOYEE, ONE BRANCH OR EVERYONE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INCENTFILE
               ASSIGN TO "files/INCENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INKEY
               FILE STATUS IS FSIN.

           SELECT INCPLANFILE
               ASSIGN TO "files/INCPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPCODE
               FILE STATUS IS FSIP.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT STMTFILE
               ASSIGN TO "files/INCSTMT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

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

       FD INCPLANFILE.
       01 INCPLANREC.
           02 IPCODE    PIC X(6).
           02 IPDESC    PIC X(25).
           02 IPBASIS   PIC X.
           02 IPSTAT    PIC X.
           02 IPSLAB OCCURS 5 TIMES.
               03 IPSLFROM  PIC 9(3)V99.
               03 IPSLTO    PIC 9(3)V99.
               03 IPSLPCT   PIC 99V99.
           02 IPCAP OCCURS 6 TIMES.
               03 IPCAPGRD  PIC 99.
               03 IPCAPAMT  PIC 9(6)V99.
           02 IPUSER    PIC X(10).
           02 IPDATE    PIC X(8).

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

       FD STMTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSIN       PIC XX.
       77 FSIP       PIC XX.
       77 FSE        PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-SELEMP   PIC X(6).
       77 W-SELBR    PIC X(6).
       77 W-IDX      PIC 9.
       77 W-AMTED    PIC ZZZ,ZZZ,ZZ9.99.
       77 W-PAYED    PIC ZZZ,ZZ9.99.
       77 W-PCTED    PIC ZZ9.99.
       77 W-PCTED2   PIC ZZ9.99.
       77 W-RATEED   PIC Z9.99.
       77 W-MARK     PIC X(12).
       77 T-STMTS    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SALES INCENTIVE STATEMENTS".
           DISPLAY "ENTER PERIOD (MM/YYYY) :".
           ACCEPT W-PERIN.
           MOVE "N" TO W-PEROK.
           IF W-PERIN(1:2) NUMERIC AND W-PERIN(3:1) = "/"
               AND W-PERIN(4:4) NUMERIC
               IF W-PERIN(1:2) >= "01" AND W-PERIN(1:2) <= "12"
                   MOVE "Y" TO W-PEROK
                   MOVE W-PERIN(4:4) TO W-PERIOD(1:4)
                   MOVE W-PERIN(1:2) TO W-PERIOD(5:2)
               END-IF
           END-IF
           IF W-PEROK NOT = "Y"
               DISPLAY "INVALID PERIOD - RUN CANCELLED"
               GOBACK
           END-IF
           DISPLAY "EMPLOYEE CODE (BLANK FOR ALL) :".
           ACCEPT W-SELEMP.
           MOVE SPACES TO W-SELBR.
           IF W-SELEMP = SPACES
               DISPLAY "BRANCH CODE (BLANK FOR ALL) :"
               ACCEPT W-SELBR
           END-IF

           OPEN INPUT INCENTFILE.
           IF FSIN NOT = "00"
               DISPLAY "NO INCENTIVES ON FILE, STATUS " FSIN
               GOBACK
           END-IF
           OPEN INPUT INCPLANFILE.
           OPEN INPUT EMPFILE.
           OPEN OUTPUT STMTFILE.

           PERFORM UNTIL FSIN = "10"
               READ INCENTFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSIN = "00" AND INPERIOD = W-PERIOD
                   AND INSTAT NOT = "L"
                   AND (W-SELEMP = SPACES OR INEMPID = W-SELEMP)
                   AND (W-SELBR = SPACES OR INBRID = W-SELBR)
                   PERFORM STATEMENT-PARA
               END-IF
           END-PERFORM

           CLOSE INCENTFILE.
           CLOSE INCPLANFILE.
           CLOSE EMPFILE.
           CLOSE STMTFILE.
           DISPLAY T-STMTS " STATEMENTS WRITTEN TO files/INCSTMT.LST".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       STATEMENT-PARA.
           ADD 1 TO T-STMTS.
           MOVE INEMPID TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   MOVE SPACES TO EEMPNAME
           END-READ.
           MOVE INPLAN TO IPCODE.
           READ INCPLANFILE KEY IS IPCODE
               INVALID KEY
                   MOVE SPACES TO IPDESC
                   PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
                       MOVE 0 TO IPSLFROM (W-IDX) IPSLTO (W-IDX)
                           IPSLPCT (W-IDX)
                   END-PERFORM
           END-READ.
           MOVE ALL "=" TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "SALES INCENTIVE STATEMENT FOR " W-PERIN
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "EMPLOYEE  : " INEMPID " " EEMPNAME
               "  BRANCH " INBRID "  GRADE " INGRADE
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "PLAN      : " INPLAN " " IPDESC
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           MOVE INTARGET TO W-AMTED.
           STRING "SALES TARGET           " W-AMTED
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           MOVE INACTUAL TO W-AMTED.
           STRING "SALES ACHIEVED         " W-AMTED
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           MOVE INACHPCT TO W-PCTED.
           STRING "ACHIEVEMENT            " W-PCTED " %  (ACHIEVED / "
               "TARGET X 100)" DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "PLAN SLABS   ACHIEVEMENT %        PAYOUT %" TO RPTLINE.
           WRITE RPTLINE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               IF IPSLTO (W-IDX) > 0
                   MOVE IPSLFROM (W-IDX) TO W-PCTED
                   MOVE IPSLTO (W-IDX) TO W-PCTED2
                   MOVE IPSLPCT (W-IDX) TO W-RATEED
                   MOVE SPACES TO W-MARK
                   IF W-IDX = INSLAB
                       MOVE "<== REACHED" TO W-MARK
                   END-IF
                   MOVE SPACES TO RPTLINE
                   STRING "  " W-IDX "        " W-PCTED " TO " W-PCTED2
                       "       " W-RATEED "   " W-MARK
                       DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
                   WRITE RPTLINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           IF INSLAB = 0
               MOVE "NO SLAB REACHED - NO INCENTIVE EARNED" TO RPTLINE
               WRITE RPTLINE
           ELSE
               MOVE SPACES TO RPTLINE
               MOVE INBASEAMT TO W-AMTED
               MOVE INSLPCT TO W-RATEED
               IF INBASIS = "B"
                   STRING "PAYOUT  = BASIC PAY    " W-AMTED " X "
                       W-RATEED " %" DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
               ELSE
                   STRING "PAYOUT  = SALES        " W-AMTED " X "
                       W-RATEED " %" DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
               END-IF
               WRITE RPTLINE
           END-IF
           MOVE SPACES TO RPTLINE.
           MOVE INCALC TO W-PAYED.
           STRING "CALCULATED                 " W-PAYED
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           IF INCAPAMT > 0
               MOVE SPACES TO RPTLINE
               MOVE INCAPAMT TO W-PAYED
               IF INCALC > INCAPAMT
                   STRING "GRADE " INGRADE " CAP APPLIED       " W-PAYED
                       DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
               ELSE
                   STRING "GRADE " INGRADE " CAP (NOT REACHED) " W-PAYED
                       DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
               END-IF
               WRITE RPTLINE
           END-IF
           MOVE SPACES TO RPTLINE.
           MOVE INPAYOUT TO W-PAYED.
           STRING "INCENTIVE PAYABLE          " W-PAYED
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           EVALUATE INSTAT
               WHEN "C"
                   MOVE "STATUS : AWAITING BRANCH MANAGER APPROVAL"
                       TO RPTLINE
               WHEN "A"
                   STRING "STATUS : APPROVED BY " INAPPR " ON " INAPDT
                       " - TO BE PAID WITH SALARY"
                       DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
               WHEN "P"
                   STRING "STATUS : APPROVED BY " INAPPR " ON " INAPDT
                       " - POSTED TO PAYROLL"
                       DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
               WHEN "R"
                   STRING "STATUS : NOT APPROVED - " INNOTE
                       DELIMITED BY SIZE INTO RPTLINE
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.

       END PROGRAM INCSTMT.
