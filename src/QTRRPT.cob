       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRRPT.

      * COMPANY HOUSING BY BRANCH - EACH QUARTER WITH ITS OCCUPANT,
      * THE BRANCH'S OCCUPIED, VACANT AND OUT-OF-USE COUNTS, AND THE
      * STAFF WAITING FOR A QUARTER IN GRADE ORDER, LONGEST WAITING
      * FIRST WITHIN A GRADE. ONE BRANCH OR ALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BRANCHFILE
               ASSIGN TO "files/BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBRID
               FILE STATUS IS FSB.

           SELECT QUARTERFILE
               ASSIGN TO "files/QUARTERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTKEY
               FILE STATUS IS FSQT.

           SELECT QTRALLOTFILE
               ASSIGN TO "files/QTRALLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAID
               ALTERNATE RECORD KEY IS QAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS QAQKEY WITH DUPLICATES
               FILE STATUS IS FSQA.

           SELECT QTRWAITFILE
               ASSIGN TO "files/QTRWAIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QWKEY
               FILE STATUS IS FSQW.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT QTRRPTFILE
               ASSIGN TO "files/QTRRPT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

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

       FD QUARTERFILE.
       01 QUARTERREC.
           02 QTKEY.
               03 QTBRID   PIC X(6).
               03 QTNO     PIC X(6).
           02 QTTYPE    PIC X(6).
           02 QTGRDLO   PIC 99.
           02 QTGRDHI   PIC 99.
           02 QTFEE     PIC 9(5)V99.
           02 QTSTAT    PIC X.
           02 QTOCCEMP  PIC X(6).
           02 QTUSER    PIC X(10).
           02 QTDATE    PIC X(8).

       FD QTRALLOTFILE.
       01 QTRALLOTREC.
           02 QAID      PIC X(6).
           02 QAEMPID   PIC X(6).
           02 QAQKEY.
               03 QAQBRID  PIC X(6).
               03 QAQNO    PIC X(6).
           02 QAOCCDT   PIC X(10).
           02 QAVACDT   PIC X(10).
           02 QASTAT    PIC X.
           02 QAUSER    PIC X(10).
           02 QADATE    PIC X(8).

       FD QTRWAITFILE.
       01 QTRWAITREC.
           02 QWKEY.
               03 QWBRID   PIC X(6).
               03 QWEMPID  PIC X(6).
           02 QWGRD     PIC 99.
           02 QWTYPE    PIC X(6).
           02 QWREQDT   PIC X(10).
           02 QWSTAT    PIC X.
           02 QWUSER    PIC X(10).
           02 QWDATE    PIC X(8).

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

       FD QTRRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSB        PIC XX.
       77 FSQT       PIC XX.
       77 FSQA       PIC XX.
       77 FSQW       PIC XX.
       77 FSE        PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-BRID     PIC X(6).
       77 W-QWOPEN   PIC X.
       77 W-QAOPEN   PIC X.
       77 W-IDX      PIC 999.
       77 W-JDX      PIC 999.
       77 W-WCNT     PIC 999.
       77 B-QTRS     PIC 9(4).
       77 B-OCC      PIC 9(4).
       77 B-VAC      PIC 9(4).
       77 B-MNT      PIC 9(4).
       77 T-QTRS     PIC 9(6) VALUE 0.
       77 T-OCC      PIC 9(6) VALUE 0.
       77 T-VAC      PIC 9(6) VALUE 0.
       77 T-MNT      PIC 9(6) VALUE 0.
       77 T-WAIT     PIC 9(6) VALUE 0.
       77 T-BRANCH   PIC 9(4) VALUE 0.

      * THE BRANCH'S WAITING LIST, HELD IN GRADE AND REQUEST-DATE
      * ORDER AS IT IS READ.
       01 WAIT-TABLE.
           02 WT-ENTRY OCCURS 200 TIMES.
               03 WT-SORT.
                   04 WT-GRD    PIC 99.
                   04 WT-REQ    PIC X(8).
               03 WT-EMPID  PIC X(6).
               03 WT-TYPE   PIC X(6).
               03 WT-REQDT  PIC X(10).
       01 WT-HOLD.
           02 WH-SORT   PIC X(10).
           02 FILLER    PIC X(22).

       01 QTR-LINE.
           02 QL-QTNO    PIC X(8).
           02 QL-TYPE    PIC X(8).
           02 QL-GRDLO   PIC 99.
           02 FILLER     PIC X VALUE "-".
           02 QL-GRDHI   PIC 99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 QL-FEE     PIC ZZ,ZZ9.99.
           02 FILLER     PIC X(2) VALUE SPACES.
           02 QL-STAT    PIC X(10).
           02 QL-EMPID   PIC X(7).
           02 QL-NAME    PIC X(19).
           02 QL-SINCE   PIC X(10).

       01 WAIT-LINE.
           02 FILLER     PIC X(4) VALUE SPACES.
           02 WL-GRD     PIC Z9.
           02 FILLER     PIC X(4) VALUE SPACES.
           02 WL-EMPID   PIC X(8).
           02 WL-NAME    PIC X(27).
           02 WL-TYPE    PIC X(8).
           02 WL-REQDT   PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT QUARTERFILE.
           IF FSQT NOT = "00"
               DISPLAY "NO QUARTERS ON FILE - SET UP COMPANY HOUSING "
                   "FIRST, STATUS " FSQT
               MOVE 9999 TO RETURN-CODE
               DISPLAY "PRESS ENTER TO CONTINUE"
               ACCEPT WAITFOR
               GOBACK
           END-IF
           OPEN INPUT BRANCHFILE.
           IF FSB NOT = "00"
               DISPLAY "UNABLE TO OPEN BRANCH FILE, STATUS " FSB
               CLOSE QUARTERFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO W-QWOPEN.
           OPEN INPUT QTRWAITFILE.
           IF FSQW = "00"
               MOVE "Y" TO W-QWOPEN
           END-IF
           MOVE "N" TO W-QAOPEN.
           OPEN INPUT QTRALLOTFILE.
           IF FSQA = "00"
               MOVE "Y" TO W-QAOPEN
           END-IF
           OPEN INPUT EMPFILE.
           DISPLAY "ENTER BRANCH CODE (SPACES = ALL) :".
           ACCEPT W-BRID.
           OPEN OUTPUT QTRRPTFILE.
           MOVE "COMPANY HOUSING - OCCUPANCY, VACANCIES AND WAITING "
               TO RPTLINE.
           MOVE "LIST" TO RPTLINE (52:4).
           WRITE RPTLINE.

           PERFORM UNTIL FSB NOT = "00"
               READ BRANCHFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSB = "00"
                   AND (W-BRID = SPACES OR BBRID = W-BRID)
                   PERFORM BRANCH-PARA THRU BRANCH-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "ALL BRANCHES - QUARTERS " T-QTRS "  OCCUPIED " T-OCC
               "  VACANT " T-VAC "  OUT OF USE " T-MNT
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "STAFF WAITING FOR A QUARTER " T-WAIT
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.

           CLOSE QTRRPTFILE.
           CLOSE BRANCHFILE.
           CLOSE QUARTERFILE.
           IF W-QWOPEN = "Y"
               CLOSE QTRWAITFILE
           END-IF
           IF W-QAOPEN = "Y"
               CLOSE QTRALLOTFILE
           END-IF
           CLOSE EMPFILE.
           DISPLAY "HOUSING REPORT WRITTEN TO files/QTRRPT.LST - "
               T-BRANCH " BRANCHES, " T-VAC " QUARTERS VACANT, "
               T-WAIT " WAITING".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

      * A BRANCH WITH NO QUARTERS AND NOBODY WAITING IS LEFT OUT.
       BRANCH-PARA.
           MOVE 0 TO B-QTRS B-OCC B-VAC B-MNT.
           PERFORM LOAD-WAIT-PARA THRU LOAD-WAIT-EXIT.
           MOVE BBRID TO QTBRID.
           MOVE LOW-VALUES TO QTNO.
           START QUARTERFILE KEY IS NOT LESS THAN QTKEY
               INVALID KEY
                   MOVE "10" TO FSQT
           END-START.
           IF FSQT = "00"
               READ QUARTERFILE NEXT RECORD
                   AT END
                       MOVE "10" TO FSQT
               END-READ
           END-IF
           IF FSQT = "00" AND QTBRID NOT = BBRID
               MOVE "10" TO FSQT
           END-IF
           IF FSQT NOT = "00" AND W-WCNT = 0
               MOVE "00" TO FSQT
               GO TO BRANCH-EXIT
           END-IF
           ADD 1 TO T-BRANCH.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "BRANCH " BBRID " " BBRNAME DELIMITED BY SIZE
               INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE "QUARTER TYPE    GRADES       FEE  STATUS    OCCUPANT"
               TO RPTLINE.
           MOVE "SINCE" TO RPTLINE (72:5).
           WRITE RPTLINE.
           PERFORM UNTIL FSQT NOT = "00"
               PERFORM QUARTER-LINE-PARA
               READ QUARTERFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF QTBRID NOT = BBRID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "00" TO FSQT.
           MOVE SPACES TO RPTLINE.
           STRING "  QUARTERS " B-QTRS "  OCCUPIED " B-OCC "  VACANT "
               B-VAC "  OUT OF USE " B-MNT
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           IF W-WCNT = 0
               MOVE "  NOBODY WAITING" TO RPTLINE
               WRITE RPTLINE
           ELSE
               STRING "  WAITING LIST BY GRADE - " W-WCNT " WAITING"
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
               MOVE "    GRADE EMPID   NAME                       TYPE"
                   TO RPTLINE
               MOVE "SINCE" TO RPTLINE (58:5)
               WRITE RPTLINE
               PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-WCNT
                   PERFORM WAIT-LINE-PARA
               END-PERFORM
           END-IF.
       BRANCH-EXIT.
           EXIT.

       QUARTER-LINE-PARA.
           MOVE SPACES TO QTR-LINE.
           MOVE QTNO TO QL-QTNO.
           MOVE QTTYPE TO QL-TYPE.
           MOVE QTGRDLO TO QL-GRDLO.
           MOVE "-" TO QTR-LINE (19:1).
           MOVE QTGRDHI TO QL-GRDHI.
           MOVE QTFEE TO QL-FEE.
           ADD 1 TO B-QTRS T-QTRS.
           EVALUATE QTSTAT
               WHEN "O"
                   MOVE "OCCUPIED" TO QL-STAT
                   ADD 1 TO B-OCC T-OCC
                   MOVE QTOCCEMP TO QL-EMPID
                   MOVE QTOCCEMP TO EEMPID
                   READ EMPFILE KEY IS EEMPID
                       INVALID KEY
                           MOVE SPACES TO EEMPNAME
                   END-READ
                   MOVE EEMPNAME TO QL-NAME
                   PERFORM FIND-SINCE-PARA
               WHEN "M"
                   MOVE "OUT OF USE" TO QL-STAT
                   ADD 1 TO B-MNT T-MNT
               WHEN OTHER
                   MOVE "VACANT" TO QL-STAT
                   ADD 1 TO B-VAC T-VAC
           END-EVALUATE
           MOVE QTR-LINE TO RPTLINE.
           WRITE RPTLINE.

       FIND-SINCE-PARA.
           IF W-QAOPEN = "Y"
               MOVE QTKEY TO QAQKEY
               START QTRALLOTFILE KEY IS EQUAL TO QAQKEY
                   INVALID KEY
                       MOVE "10" TO FSQA
               END-START
               PERFORM UNTIL FSQA NOT = "00" AND FSQA NOT = "02"
                   READ QTRALLOTFILE NEXT RECORD AT END EXIT PERFORM
                   END-READ
                   IF QAQKEY NOT = QTKEY
                       EXIT PERFORM
                   END-IF
                   IF QASTAT = "O"
                       MOVE QAOCCDT TO QL-SINCE
                   END-IF
               END-PERFORM
               MOVE "00" TO FSQA
           END-IF.

      * ENTRIES STILL WAITING ARE INSERTED IN GRADE, THEN REQUEST
      * DATE, ORDER.
       LOAD-WAIT-PARA.
           MOVE 0 TO W-WCNT.
           IF W-QWOPEN NOT = "Y"
               GO TO LOAD-WAIT-EXIT
           END-IF
           MOVE BBRID TO QWBRID.
           MOVE LOW-VALUES TO QWEMPID.
           START QTRWAITFILE KEY IS NOT LESS THAN QWKEY
               INVALID KEY
                   GO TO LOAD-WAIT-EXIT
           END-START.
           PERFORM UNTIL FSQW NOT = "00"
               READ QTRWAITFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF QWBRID NOT = BBRID
                   EXIT PERFORM
               END-IF
               IF QWSTAT = "W" AND W-WCNT < 200
                   ADD 1 TO W-WCNT
                   ADD 1 TO T-WAIT
                   MOVE QWGRD TO WT-GRD (W-WCNT)
                   MOVE QWREQDT (7:4) TO WT-REQ (W-WCNT) (1:4)
                   MOVE QWREQDT (4:2) TO WT-REQ (W-WCNT) (5:2)
                   MOVE QWREQDT (1:2) TO WT-REQ (W-WCNT) (7:2)
                   MOVE QWEMPID TO WT-EMPID (W-WCNT)
                   MOVE QWTYPE TO WT-TYPE (W-WCNT)
                   MOVE QWREQDT TO WT-REQDT (W-WCNT)
                   PERFORM SORT-WAIT-PARA
               END-IF
           END-PERFORM
           MOVE "00" TO FSQW.
       LOAD-WAIT-EXIT.
           EXIT.

       SORT-WAIT-PARA.
           MOVE WT-ENTRY (W-WCNT) TO WT-HOLD.
           MOVE W-WCNT TO W-JDX.
           PERFORM UNTIL W-JDX < 2
               OR WT-SORT (W-JDX - 1) NOT > WH-SORT
               MOVE WT-ENTRY (W-JDX - 1) TO WT-ENTRY (W-JDX)
               SUBTRACT 1 FROM W-JDX
           END-PERFORM
           MOVE WT-HOLD TO WT-ENTRY (W-JDX).

       WAIT-LINE-PARA.
           MOVE SPACES TO WAIT-LINE.
           MOVE WT-GRD (W-IDX) TO WL-GRD.
           MOVE WT-EMPID (W-IDX) TO WL-EMPID.
           MOVE WT-EMPID (W-IDX) TO EEMPID.
           READ EMPFILE KEY IS EEMPID
               INVALID KEY
                   MOVE SPACES TO EEMPNAME
           END-READ.
           MOVE EEMPNAME TO WL-NAME.
           IF WT-TYPE (W-IDX) = SPACES
               MOVE "ANY" TO WL-TYPE
           ELSE
               MOVE WT-TYPE (W-IDX) TO WL-TYPE
           END-IF
           MOVE WT-REQDT (W-IDX) TO WL-REQDT.
           MOVE WAIT-LINE TO RPTLINE.
           WRITE RPTLINE.

       END PROGRAM QTRRPT.
