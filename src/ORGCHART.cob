       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.

      * ORGANISATION CHART AND SPAN OF CONTROL. BUILDS THE REPORTING
      * TREE OF ACTIVE EMPLOYEES FROM files/REPTLINE.DAT AND PRINTS IT
      * BY BRANCH AND DEPARTMENT OF EACH TOP-LEVEL EMPLOYEE, EACH
      * REPORT INDENTED UNDER THEIR MANAGER. THE SECOND PART LISTS
      * EVERY MANAGER WITH THE NUMBER OF DIRECT REPORTS AND THE WHOLE
      * TEAM BELOW THEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT REPTLINEFILE
               ASSIGN TO "files/REPTLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLEMPID
               ALTERNATE RECORD KEY IS RLMGRID WITH DUPLICATES
               FILE STATUS IS FSRL.

           SELECT ORGFILE
               ASSIGN TO "files/ORGCHART.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSORG.

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

       FD REPTLINEFILE.
       01 REPTLINEREC.
           02 RLEMPID   PIC X(6).
           02 RLMGRID   PIC X(6).
           02 RLUSER    PIC X(10).
           02 RLDATE    PIC X(8).

       FD ORGFILE.
       01 ORGLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSE        PIC XX.
       77 FSRL       PIC XX.
       77 FSORG      PIC XX.
       77 WAITFOR    PIC X.
       77 W-IDX      PIC 999.
       77 W-JDX      PIC 999.
       77 W-EIX      PIC 999.
       77 W-MIX      PIC 999.
       77 W-CIX      PIC 999.
       77 W-BIX      PIC 999.
       77 W-LEVEL    PIC 99.
       77 W-SP       PIC 99.
       77 W-COL      PIC 99.
       77 W-FOUND    PIC X.
       77 W-BDKEY    PIC X(12).
       77 W-ORPHANS  PIC 9(5) VALUE 0.
       77 W-MGRS     PIC 9(5) VALUE 0.
       77 W-LINKS    PIC 9(5) VALUE 0.

      * ACTIVE EMPLOYEES WITH THE TABLE POSITION OF THEIR MANAGER.
       01 ORG-TABLE.
           02 OG-ENTRY OCCURS 500 TIMES.
               03 OG-EMPID   PIC X(6).
               03 OG-NAME    PIC X(25).
               03 OG-BRN     PIC X(6).
               03 OG-DEPT    PIC X(6).
               03 OG-MGRIX   PIC 999.
               03 OG-ORPHAN  PIC X.
               03 OG-DIRECT  PIC 999.
               03 OG-TOTAL   PIC 999.
       77 OG-USED PIC 999 VALUE 0.

      * BRANCH/DEPARTMENT COMBINATIONS IN ORDER.
       01 BD-TABLE.
           02 BD-ENTRY OCCURS 100 TIMES.
               03 BD-KEY     PIC X(12).
       77 BD-USED PIC 999 VALUE 0.

      * DEPTH-FIRST WALK OF ONE TREE - THE NODE AT EACH LEVEL AND THE
      * LAST TABLE POSITION SEARCHED FOR ITS NEXT REPORT.
       01 WALK-STACK.
           02 WK-ENTRY OCCURS 20 TIMES.
               03 WK-IX      PIC 999.
               03 WK-NEXT    PIC 999.

       01 CHART-LINE.
           02 CL-TREE    PIC X(52).
           02 FILLER     PIC X.
           02 CL-BRN     PIC X(6).
           02 FILLER     PIC X.
           02 CL-DEPT    PIC X(6).
           02 FILLER     PIC X.
           02 CL-DIRECT  PIC ZZ9.
           02 FILLER     PIC X.
           02 CL-TOTAL   PIC ZZ9.
           02 FILLER     PIC X.
           02 CL-FLAG    PIC X.

       01 TREE-TEXT.
           02 TT-EMPID   PIC X(6).
           02 FILLER     PIC X VALUE SPACE.
           02 TT-NAME    PIC X(25).

       01 SPAN-LINE.
           02 SL-EMPID   PIC X(6).
           02 FILLER     PIC X(2).
           02 SL-NAME    PIC X(25).
           02 FILLER     PIC X(2).
           02 SL-BRN     PIC X(6).
           02 FILLER     PIC X(2).
           02 SL-DEPT    PIC X(6).
           02 FILLER     PIC X(4).
           02 SL-DIRECT  PIC ZZ9.
           02 FILLER     PIC X(6).
           02 SL-TOTAL   PIC ZZ9.

       01 COUNT-LINE.
           02 CT-LABEL   PIC X(40).
           02 CT-COUNT   PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL FSE = "10"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSE = "00" AND ESTATUS NOT = "S" AND OG-USED < 500
                   ADD 1 TO OG-USED
                   MOVE EEMPID   TO OG-EMPID (OG-USED)
                   MOVE EEMPNAME TO OG-NAME (OG-USED)
                   MOVE EBRNID   TO OG-BRN (OG-USED)
                   MOVE EDEPCODE TO OG-DEPT (OG-USED)
                   MOVE 0        TO OG-MGRIX (OG-USED)
                   MOVE "N"      TO OG-ORPHAN (OG-USED)
                   MOVE 0        TO OG-DIRECT (OG-USED)
                   MOVE 0        TO OG-TOTAL (OG-USED)
                   PERFORM ADD-COMBO-PARA
               END-IF
           END-PERFORM
           CLOSE EMPFILE.

           OPEN INPUT REPTLINEFILE.
           IF FSRL = "00"
               PERFORM UNTIL FSRL = "10"
                   READ REPTLINEFILE NEXT RECORD AT END EXIT PERFORM
                   END-READ
                   IF FSRL = "00"
                       PERFORM LINK-PARA
                   END-IF
               END-PERFORM
               CLOSE REPTLINEFILE
           END-IF

           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > OG-USED
               PERFORM COUNT-UP-PARA
           END-PERFORM

           OPEN OUTPUT ORGFILE.
           MOVE "ORGANISATION CHART BY BRANCH AND DEPARTMENT"
               TO ORGLINE.
           WRITE ORGLINE.
           MOVE SPACES TO CHART-LINE.
           MOVE "EMPLOYEE (REPORTS INDENTED UNDER MANAGER)"
               TO CL-TREE.
           MOVE "BRANCH" TO CL-BRN.
           MOVE "DEPT" TO CL-DEPT.
           MOVE CHART-LINE TO ORGLINE.
           MOVE "DIR TOT" TO ORGLINE (68:7).
           WRITE ORGLINE.
           PERFORM VARYING W-BIX FROM 1 BY 1 UNTIL W-BIX > BD-USED
               PERFORM CHART-COMBO-PARA
           END-PERFORM

           MOVE SPACES TO ORGLINE.
           WRITE ORGLINE.
           MOVE "SPAN OF CONTROL BY BRANCH AND DEPARTMENT" TO ORGLINE.
           WRITE ORGLINE.
           MOVE SPACES TO ORGLINE.
           MOVE "MGR ID" TO ORGLINE (1:6).
           MOVE "NAME" TO ORGLINE (9:4).
           MOVE "BRANCH" TO ORGLINE (36:6).
           MOVE "DEPT" TO ORGLINE (44:4).
           MOVE "DIRECT" TO ORGLINE (51:6).
           MOVE "TEAM" TO ORGLINE (62:4).
           WRITE ORGLINE.
           PERFORM VARYING W-BIX FROM 1 BY 1 UNTIL W-BIX > BD-USED
               PERFORM SPAN-COMBO-PARA
           END-PERFORM

           MOVE SPACES TO ORGLINE.
           WRITE ORGLINE.
           MOVE "ACTIVE EMPLOYEES" TO CT-LABEL.
           MOVE OG-USED TO CT-COUNT.
           MOVE COUNT-LINE TO ORGLINE.
           WRITE ORGLINE.
           MOVE "WITH A REPORTING MANAGER" TO CT-LABEL.
           MOVE W-LINKS TO CT-COUNT.
           MOVE COUNT-LINE TO ORGLINE.
           WRITE ORGLINE.
           MOVE "MANAGERS" TO CT-LABEL.
           MOVE W-MGRS TO CT-COUNT.
           MOVE COUNT-LINE TO ORGLINE.
           WRITE ORGLINE.
           IF W-ORPHANS > 0
               MOVE "* MANAGER HAS SEPARATED - REASSIGN" TO CT-LABEL
               MOVE W-ORPHANS TO CT-COUNT
               MOVE COUNT-LINE TO ORGLINE
               WRITE ORGLINE
           END-IF
           CLOSE ORGFILE.
           DISPLAY "ORGANISATION CHART WRITTEN TO files/ORGCHART.LST".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

      * KEEP THE BRANCH/DEPARTMENT LIST IN ASCENDING ORDER.
       ADD-COMBO-PARA.
           MOVE EBRNID TO W-BDKEY (1:6).
           MOVE EDEPCODE TO W-BDKEY (7:6).
           MOVE "N" TO W-FOUND.
           PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > BD-USED
               IF BD-KEY (W-JDX) = W-BDKEY
                   MOVE "Y" TO W-FOUND
               END-IF
           END-PERFORM
           IF W-FOUND = "N" AND BD-USED < 100
               ADD 1 TO BD-USED
               MOVE BD-USED TO W-JDX
               PERFORM UNTIL W-JDX = 1
                   IF BD-KEY (W-JDX - 1) NOT > W-BDKEY
                       EXIT PERFORM
                   END-IF
                   MOVE BD-KEY (W-JDX - 1) TO BD-KEY (W-JDX)
                   SUBTRACT 1 FROM W-JDX
               END-PERFORM
               MOVE W-BDKEY TO BD-KEY (W-JDX)
           END-IF.

       LINK-PARA.
           MOVE 0 TO W-EIX W-MIX.
           PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > OG-USED
               IF OG-EMPID (W-JDX) = RLEMPID
                   MOVE W-JDX TO W-EIX
               END-IF
               IF OG-EMPID (W-JDX) = RLMGRID
                   MOVE W-JDX TO W-MIX
               END-IF
           END-PERFORM
           IF W-EIX > 0
               ADD 1 TO W-LINKS
               IF W-MIX > 0
                   MOVE W-MIX TO OG-MGRIX (W-EIX)
               ELSE
                   MOVE "Y" TO OG-ORPHAN (W-EIX)
                   ADD 1 TO W-ORPHANS
               END-IF
           END-IF.

      * CREDIT THE EMPLOYEE TO THEIR MANAGER'S DIRECT COUNT AND TO THE
      * TEAM OF EVERY MANAGER ABOVE.
       COUNT-UP-PARA.
           MOVE OG-MGRIX (W-IDX) TO W-MIX.
           IF W-MIX > 0
               ADD 1 TO OG-DIRECT (W-MIX)
           END-IF
           PERFORM VARYING W-LEVEL FROM 1 BY 1
                   UNTIL W-LEVEL > 20 OR W-MIX = 0
               ADD 1 TO OG-TOTAL (W-MIX)
               MOVE OG-MGRIX (W-MIX) TO W-MIX
           END-PERFORM.

       CHART-COMBO-PARA.
           MOVE SPACES TO ORGLINE.
           WRITE ORGLINE.
           MOVE SPACES TO ORGLINE.
           STRING "BRANCH " BD-KEY (W-BIX) (1:6) "  DEPARTMENT "
               BD-KEY (W-BIX) (7:6) DELIMITED BY SIZE INTO ORGLINE
           END-STRING.
           WRITE ORGLINE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > OG-USED
               IF OG-MGRIX (W-IDX) = 0
                   AND OG-BRN (W-IDX) = BD-KEY (W-BIX) (1:6)
                   AND OG-DEPT (W-IDX) = BD-KEY (W-BIX) (7:6)
                   PERFORM WALK-TREE-PARA
               END-IF
           END-PERFORM.

      * PRINT ONE TOP-LEVEL EMPLOYEE AND EVERYONE BELOW THEM.
       WALK-TREE-PARA.
           MOVE 1 TO W-SP.
           MOVE W-IDX TO WK-IX (1).
           MOVE 0 TO WK-NEXT (1).
           MOVE W-IDX TO W-CIX.
           PERFORM CHART-LINE-PARA.
           PERFORM UNTIL W-SP = 0
               MOVE 0 TO W-CIX
               COMPUTE W-JDX = WK-NEXT (W-SP) + 1
               PERFORM UNTIL W-JDX > OG-USED OR W-CIX > 0
                   IF OG-MGRIX (W-JDX) = WK-IX (W-SP)
                       MOVE W-JDX TO W-CIX
                   END-IF
                   ADD 1 TO W-JDX
               END-PERFORM
               IF W-CIX = 0 OR W-SP = 20
                   SUBTRACT 1 FROM W-SP
               ELSE
                   MOVE W-CIX TO WK-NEXT (W-SP)
                   ADD 1 TO W-SP
                   MOVE W-CIX TO WK-IX (W-SP)
                   MOVE 0 TO WK-NEXT (W-SP)
                   PERFORM CHART-LINE-PARA
               END-IF
           END-PERFORM.

       CHART-LINE-PARA.
           MOVE SPACES TO CHART-LINE.
           IF W-SP > 10
               COMPUTE W-COL = 21
           ELSE
               COMPUTE W-COL = (W-SP - 1) * 2 + 1
           END-IF
           MOVE OG-EMPID (W-CIX) TO TT-EMPID.
           MOVE OG-NAME (W-CIX) TO TT-NAME.
           MOVE TREE-TEXT TO CL-TREE (W-COL:32).
           MOVE OG-BRN (W-CIX) TO CL-BRN.
           MOVE OG-DEPT (W-CIX) TO CL-DEPT.
           MOVE OG-DIRECT (W-CIX) TO CL-DIRECT.
           MOVE OG-TOTAL (W-CIX) TO CL-TOTAL.
           IF OG-ORPHAN (W-CIX) = "Y"
               MOVE "*" TO CL-FLAG
           END-IF
           MOVE CHART-LINE TO ORGLINE.
           WRITE ORGLINE.

       SPAN-COMBO-PARA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > OG-USED
               IF OG-DIRECT (W-IDX) > 0
                   AND OG-BRN (W-IDX) = BD-KEY (W-BIX) (1:6)
                   AND OG-DEPT (W-IDX) = BD-KEY (W-BIX) (7:6)
                   MOVE SPACES TO SPAN-LINE
                   MOVE OG-EMPID (W-IDX) TO SL-EMPID
                   MOVE OG-NAME (W-IDX) TO SL-NAME
                   MOVE OG-BRN (W-IDX) TO SL-BRN
                   MOVE OG-DEPT (W-IDX) TO SL-DEPT
                   MOVE OG-DIRECT (W-IDX) TO SL-DIRECT
                   MOVE OG-TOTAL (W-IDX) TO SL-TOTAL
                   MOVE SPAN-LINE TO ORGLINE
                   WRITE ORGLINE
                   ADD 1 TO W-MGRS
               END-IF
           END-PERFORM.

       END PROGRAM ORGCHART.
