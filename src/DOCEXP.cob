       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCEXP.

      * DOCUMENT EXPIRY ALERTS BY BRANCH FOR A MONTH - EVERY DOCUMENT
      * OF A SERVING EMPLOYEE THAT EXPIRES IN THE MONTH, OR HAS
      * ALREADY EXPIRED AND NOT BEEN RENEWED, IN EXPIRY DATE ORDER
      * WITHIN THE BRANCH. A DOCUMENT IS TAKEN AS RENEWED WHEN THE
      * EMPLOYEE HOLDS ANOTHER OF THE SAME TYPE, NOT REJECTED, THAT
      * RUNS LATER. MANDATORY WORK AUTHORISATIONS ARE MARKED - PAY IS
      * HELD ONCE ONE OF THOSE HAS RUN OUT. ONE BRANCH OR ALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPDOCFILE
               ASSIGN TO "files/EMPDOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCID
               ALTERNATE RECORD KEY IS DCEMPID WITH DUPLICATES
               FILE STATUS IS FSDC.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT BRANCHFILE
               ASSIGN TO "files/BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBRID
               FILE STATUS IS FSB.

           SELECT DOCEXPFILE
               ASSIGN TO "files/DOCEXP.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

       FD EMPDOCFILE.
       01 EMPDOCREC.
           02 DCID      PIC X(6).
           02 DCEMPID   PIC X(6).
           02 DCTYPE    PIC X(2).
           02 DCNUMBER  PIC X(20).
           02 DCAUTH    PIC X(25).
           02 DCISSDT   PIC X(10).
           02 DCEXPDT   PIC X(10).
           02 DCMAND    PIC X.
           02 DCVSTAT   PIC X.
           02 DCVERBY   PIC X(10).
           02 DCVERDT   PIC X(8).
           02 DCUSER    PIC X(10).
           02 DCDATE    PIC X(8).

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

       FD BRANCHFILE.
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATUS  PIC X.
           02 BSTATE   PIC X(2).
           02 BCOMPANY PIC X(4).

       FD DOCEXPFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSDC       PIC XX.
       77 FSE        PIC XX.
       77 FSB        PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-PERIN    PIC X(7).
       77 W-PERIOD   PIC X(6).
       77 W-PEROK    PIC X.
       77 W-SELBR    PIC X(6).
       77 W-MONBEG   PIC X(8).
       77 W-MONEND   PIC X(8).
       77 W-CUREMP   PIC X(6).
       77 W-GCNT     PIC 99.
       77 W-GDX      PIC 99.
       77 W-KDX      PIC 99.
       77 W-RENEWED  PIC X.
       77 W-RCNT     PIC 9(4).
       77 W-IDX      PIC 9(4).
       77 W-JDX      PIC 9(4).
       77 W-LASTBR   PIC X(6).
       77 B-DOCS     PIC 9(6).
       77 B-MAND     PIC 9(6).
       77 T-DOCS     PIC 9(6) VALUE 0.
       77 T-EXPIRED  PIC 9(6) VALUE 0.
       77 T-MAND     PIC 9(6) VALUE 0.
       77 T-BRANCH   PIC 9(4) VALUE 0.

      * ONE EMPLOYEE'S DOCUMENTS, GATHERED SO THAT A RENEWAL CAN BE
      * SEEN BEFORE AN EXPIRED DOCUMENT IS REPORTED.
       01 GROUP-TABLE.
           02 GT-ENTRY OCCURS 30 TIMES.
               03 GT-ID      PIC X(6).
               03 GT-TYPE    PIC X(2).
               03 GT-NUMBER  PIC X(20).
               03 GT-EXPDT   PIC X(10).
               03 GT-EXP     PIC X(8).
               03 GT-MAND    PIC X.
               03 GT-VSTAT   PIC X.

      * THE DOCUMENTS TO REPORT, HELD IN BRANCH AND EXPIRY ORDER AS
      * THEY ARE FOUND.
       01 ALERT-TABLE.
           02 AT-ENTRY OCCURS 1000 TIMES.
               03 AT-SORT.
                   04 AT-BRID    PIC X(6).
                   04 AT-EXP     PIC X(8).
                   04 AT-EMPID   PIC X(6).
               03 AT-NAME    PIC X(20).
               03 AT-TYPE    PIC X(2).
               03 AT-NUMBER  PIC X(20).
               03 AT-EXPDT   PIC X(10).
               03 AT-MAND    PIC X.
               03 AT-VSTAT   PIC X.
       01 AT-HOLD.
           02 AH-SORT    PIC X(20).
           02 FILLER     PIC X(54).

       01 ALERT-LINE.
           02 XL-EMPID   PIC X(7).
           02 XL-NAME    PIC X(21).
           02 XL-TYPE    PIC X(3).
           02 XL-NUMBER  PIC X(21).
           02 XL-EXPDT   PIC X(11).
           02 XL-ALERT   PIC X(8).
           02 XL-MAND    PIC X(4).
           02 XL-VSTAT   PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "DOCUMENT EXPIRY ALERTS BY BRANCH".
           DISPLAY "ENTER MONTH (MM/YYYY) :".
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
               DISPLAY "INVALID MONTH - RUN CANCELLED"
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE W-PERIOD TO W-MONBEG(1:6).
           MOVE "01" TO W-MONBEG(7:2).
           MOVE W-PERIOD TO W-MONEND(1:6).
           MOVE "31" TO W-MONEND(7:2).
           DISPLAY "ENTER BRANCH CODE (SPACES = ALL) :".
           ACCEPT W-SELBR.

           OPEN INPUT EMPDOCFILE.
           IF FSDC NOT = "00"
               DISPLAY "NO DOCUMENT REGISTER ON FILE, STATUS " FSDC
               MOVE 9999 TO RETURN-CODE
               DISPLAY "PRESS ENTER TO CONTINUE"
               ACCEPT WAITFOR
               GOBACK
           END-IF
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               CLOSE EMPDOCFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BRANCHFILE.

           MOVE 0 TO W-RCNT.
           MOVE 0 TO W-GCNT.
           MOVE SPACES TO W-CUREMP.
           MOVE LOW-VALUES TO DCEMPID.
           START EMPDOCFILE KEY IS NOT LESS THAN DCEMPID
               INVALID KEY
                   MOVE "10" TO FSDC
           END-START.
           PERFORM UNTIL FSDC = "10"
               READ EMPDOCFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSDC = "00" OR FSDC = "02"
                   IF DCEMPID NOT = W-CUREMP
                       PERFORM EMP-GROUP-PARA THRU EMP-GROUP-EXIT
                       MOVE DCEMPID TO W-CUREMP
                       MOVE 0 TO W-GCNT
                   END-IF
                   PERFORM ADD-GROUP-PARA
               END-IF
           END-PERFORM
           PERFORM EMP-GROUP-PARA THRU EMP-GROUP-EXIT.

           OPEN OUTPUT DOCEXPFILE.
           MOVE SPACES TO RPTLINE.
           STRING "DOCUMENT EXPIRY ALERTS FOR " W-PERIN
               " - EXPIRING IN THE MONTH OR ALREADY EXPIRED"
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO W-LASTBR.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-RCNT
               IF AT-BRID (W-IDX) NOT = W-LASTBR
                   IF W-LASTBR NOT = SPACES
                       PERFORM BRANCH-TOTAL-PARA
                   END-IF
                   PERFORM BRANCH-HEAD-PARA
               END-IF
               PERFORM ALERT-LINE-PARA
           END-PERFORM
           IF W-LASTBR NOT = SPACES
               PERFORM BRANCH-TOTAL-PARA
           END-IF
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           IF W-RCNT = 0
               MOVE "NO DOCUMENTS EXPIRING OR EXPIRED" TO RPTLINE
           ELSE
               STRING "ALL BRANCHES - DOCUMENTS " T-DOCS
                   "  ALREADY EXPIRED " T-EXPIRED
                   "  WORK AUTHORISATIONS " T-MAND
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
           END-IF
           WRITE RPTLINE.
           MOVE "M = MANDATORY WORK AUTHORISATION   S = P PENDING, "
               TO RPTLINE.
           MOVE "V VERIFIED" TO RPTLINE (52:10).
           WRITE RPTLINE.
           CLOSE DOCEXPFILE.
           CLOSE EMPDOCFILE.
           CLOSE EMPFILE.
           IF FSB = "00"
               CLOSE BRANCHFILE
           END-IF
           DISPLAY "EXPIRY ALERTS WRITTEN TO files/DOCEXP.LST - "
               T-DOCS " DOCUMENTS, " T-MAND " WORK AUTHORISATIONS".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       ADD-GROUP-PARA.
           IF W-GCNT < 30
               ADD 1 TO W-GCNT
               MOVE DCID TO GT-ID (W-GCNT)
               MOVE DCTYPE TO GT-TYPE (W-GCNT)
               MOVE DCNUMBER TO GT-NUMBER (W-GCNT)
               MOVE DCEXPDT TO GT-EXPDT (W-GCNT)
               IF DCEXPDT = SPACES
                   MOVE "99999999" TO GT-EXP (W-GCNT)
               ELSE
                   MOVE DCEXPDT (7:4) TO GT-EXP (W-GCNT) (1:4)
                   MOVE DCEXPDT (4:2) TO GT-EXP (W-GCNT) (5:2)
                   MOVE DCEXPDT (1:2) TO GT-EXP (W-GCNT) (7:2)
               END-IF
               MOVE DCMAND TO GT-MAND (W-GCNT)
               MOVE DCVSTAT TO GT-VSTAT (W-GCNT)
           END-IF.

      * A SEPARATED EMPLOYEE'S DOCUMENTS ARE NO LONGER FOLLOWED UP.
       EMP-GROUP-PARA.
           IF W-GCNT = 0
               GO TO EMP-GROUP-EXIT
           END-IF
           MOVE W-CUREMP TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   GO TO EMP-GROUP-EXIT
           END-READ.
           IF ESTATUS = "S"
               GO TO EMP-GROUP-EXIT
           END-IF
           IF W-SELBR NOT = SPACES AND EBRNID NOT = W-SELBR
               GO TO EMP-GROUP-EXIT
           END-IF
           PERFORM VARYING W-GDX FROM 1 BY 1 UNTIL W-GDX > W-GCNT
               IF GT-EXP (W-GDX) NOT > W-MONEND
                   AND GT-VSTAT (W-GDX) NOT = "R"
                   PERFORM CHECK-RENEWED-PARA
                   IF W-RENEWED = "N" AND W-RCNT < 1000
                       PERFORM ADD-ALERT-PARA
                   END-IF
               END-IF
           END-PERFORM.
       EMP-GROUP-EXIT.
           EXIT.

       CHECK-RENEWED-PARA.
           MOVE "N" TO W-RENEWED.
           PERFORM VARYING W-KDX FROM 1 BY 1 UNTIL W-KDX > W-GCNT
               IF W-KDX NOT = W-GDX
                   AND GT-TYPE (W-KDX) = GT-TYPE (W-GDX)
                   AND GT-VSTAT (W-KDX) NOT = "R"
                   AND GT-EXP (W-KDX) > W-MONEND
                   MOVE "Y" TO W-RENEWED
               END-IF
           END-PERFORM.

       ADD-ALERT-PARA.
           ADD 1 TO W-RCNT.
           MOVE EBRNID TO AT-BRID (W-RCNT).
           MOVE GT-EXP (W-GDX) TO AT-EXP (W-RCNT).
           MOVE W-CUREMP TO AT-EMPID (W-RCNT).
           MOVE EEMPNAME TO AT-NAME (W-RCNT).
           MOVE GT-TYPE (W-GDX) TO AT-TYPE (W-RCNT).
           MOVE GT-NUMBER (W-GDX) TO AT-NUMBER (W-RCNT).
           MOVE GT-EXPDT (W-GDX) TO AT-EXPDT (W-RCNT).
           MOVE GT-MAND (W-GDX) TO AT-MAND (W-RCNT).
           MOVE GT-VSTAT (W-GDX) TO AT-VSTAT (W-RCNT).
           PERFORM SORT-ALERT-PARA.

       SORT-ALERT-PARA.
           MOVE AT-ENTRY (W-RCNT) TO AT-HOLD.
           MOVE W-RCNT TO W-JDX.
           PERFORM UNTIL W-JDX < 2
               OR AT-SORT (W-JDX - 1) NOT > AH-SORT
               MOVE AT-ENTRY (W-JDX - 1) TO AT-ENTRY (W-JDX)
               SUBTRACT 1 FROM W-JDX
           END-PERFORM
           MOVE AT-HOLD TO AT-ENTRY (W-JDX).

       BRANCH-HEAD-PARA.
           MOVE AT-BRID (W-IDX) TO W-LASTBR.
           MOVE 0 TO B-DOCS B-MAND.
           ADD 1 TO T-BRANCH.
           MOVE W-LASTBR TO BBRID.
           MOVE SPACES TO BBRNAME.
           IF FSB = "00"
               READ BRANCHFILE KEY IS BBRID
                   INVALID KEY
                       MOVE SPACES TO BBRNAME
               END-READ
               MOVE "00" TO FSB
           END-IF
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "BRANCH " W-LASTBR " " BBRNAME DELIMITED BY SIZE
               INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE "EMPID  NAME                 TY NUMBER               "
               TO RPTLINE.
           MOVE "EXPIRES    ALERT   M   S" TO RPTLINE (53:24).
           WRITE RPTLINE.

       ALERT-LINE-PARA.
           MOVE SPACES TO ALERT-LINE.
           MOVE AT-EMPID (W-IDX) TO XL-EMPID.
           MOVE AT-NAME (W-IDX) TO XL-NAME.
           MOVE AT-TYPE (W-IDX) TO XL-TYPE.
           MOVE AT-NUMBER (W-IDX) TO XL-NUMBER.
           MOVE AT-EXPDT (W-IDX) TO XL-EXPDT.
           IF AT-EXP (W-IDX) < W-MONBEG
               MOVE "EXPIRED" TO XL-ALERT
               ADD 1 TO T-EXPIRED
           ELSE
               MOVE "DUE" TO XL-ALERT
           END-IF
           IF AT-MAND (W-IDX) = "Y"
               MOVE "M" TO XL-MAND
               ADD 1 TO B-MAND
               ADD 1 TO T-MAND
           END-IF
           MOVE AT-VSTAT (W-IDX) TO XL-VSTAT.
           MOVE ALERT-LINE TO RPTLINE.
           WRITE RPTLINE.
           ADD 1 TO B-DOCS.
           ADD 1 TO T-DOCS.

       BRANCH-TOTAL-PARA.
           MOVE SPACES TO RPTLINE.
           STRING "  DOCUMENTS " B-DOCS "  WORK AUTHORISATIONS " B-MAND
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.

       END PROGRAM DOCEXP.
