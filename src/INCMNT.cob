       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCMNT.

      * SALES INCENTIVE PLAN MASTER. EACH PLAN CARRIES UP TO FIVE
      * ACHIEVEMENT SLABS (ACHIEVEMENT % FROM AND TO, WITH THE PAYOUT %
      * EARNED IN THAT BAND) AND UP TO SIX PER-GRADE CAPS ON THE
      * MONTHLY PAYOUT. THE PAYOUT % APPLIES EITHER TO THE SALES
      * ACTUALLY ACHIEVED (BASIS S) OR TO THE EMPLOYEE'S BASIC PAY
      * (BASIS B). A SLAB WITH A ZERO UPPER LIMIT IS UNUSED; A GRADE
      * WITH NO CAP ENTRY IS NOT CAPPED. THE MONTHLY LOAD, CALCULATION
      * AND POSTING ARE RUN FROM THE BATCH MENU; PAYOUTS ARE APPROVED
      * HERE OR FROM MANAGER SELF SERVICE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INCPLANFILE
               ASSIGN TO "files/INCPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPCODE
               FILE STATUS IS FSIP.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       77 FSIP       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-ROLE     PIC X.
       77 W-FOUND    PIC X.
       77 W-IDX      PIC 99.
       77 W-LINE     PIC 99.
       77 W-PLAN     PIC X(6).
       77 W-PCTED    PIC ZZ9.99.
       77 W-PCTED2   PIC ZZ9.99.
       77 W-RATEED   PIC Z9.99.
       77 W-AMTED    PIC ZZZ,ZZ9.99.
       77 W-SLABOK   PIC X.

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
           COPY CLEAR-SCREEN.
           DISPLAY "****** SALES INCENTIVE PLANS ******" AT 0310.
           DISPLAY "1. ADD OR CHANGE A PLAN" AT 0520.
           DISPLAY "2. LIST PLANS" AT 0620.
           DISPLAY "3. INCENTIVE PAYOUT APPROVALS" AT 0720.
           DISPLAY "4. EXIT" AT 0820.
           DISPLAY "ENTER YOUR CHOICE :" AT 1020.
           ACCEPT CHOICE AT 1040.
           IF CHOICE = '1'
               GO TO SET-PLAN-PARA
           ELSE
           IF CHOICE = '2'
               GO TO LIST-PLAN-PARA
           ELSE
           IF CHOICE = '3'
               CALL "INCAPPR" USING W-AUDITUSER W-ROLE
               CANCEL "INCAPPR"
               GO TO MAIN-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       SET-PLAN-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O INCPLANFILE.
           IF FSIP = 30 OR FSIP = 35
               OPEN OUTPUT INCPLANFILE
               CLOSE INCPLANFILE
               OPEN I-O INCPLANFILE
           END-IF
           DISPLAY "ENTER PLAN CODE :" AT 0101.
           ACCEPT W-PLAN AT 0135.
           IF W-PLAN = SPACES
               CLOSE INCPLANFILE
               GO TO MAIN-PARA
           END-IF
           MOVE W-PLAN TO IPCODE.
           MOVE "Y" TO W-FOUND.
           READ INCPLANFILE
               INVALID KEY
                   MOVE "N" TO W-FOUND
                   MOVE SPACES TO IPDESC
                   MOVE "S" TO IPBASIS
                   MOVE "A" TO IPSTAT
                   PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
                       MOVE 0 TO IPSLFROM (W-IDX) IPSLTO (W-IDX)
                           IPSLPCT (W-IDX)
                   END-PERFORM
                   PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 6
                       MOVE 0 TO IPCAPGRD (W-IDX) IPCAPAMT (W-IDX)
                   END-PERFORM
           END-READ.
           IF W-FOUND = "Y"
               DISPLAY " " IPDESC "  BASIS " IPBASIS "  STATUS " IPSTAT
                   AT 0201
           END-IF
           DISPLAY "ENTER DESCRIPTION :" AT 0301.
           ACCEPT IPDESC AT 0345.
           DISPLAY "PAYOUT ON (S)ALES ACHIEVED OR (B)ASIC PAY :"
               AT 0401.
           ACCEPT IPBASIS AT 0445.
           IF IPBASIS NOT = "B"
               MOVE "S" TO IPBASIS
           END-IF
           DISPLAY "(A)CTIVE OR (I)NACTIVE :" AT 0501.
           ACCEPT IPSTAT AT 0545.
           IF IPSTAT NOT = "I"
               MOVE "A" TO IPSTAT
           END-IF
           DISPLAY "SLAB  ACHIEVED % FROM   TO     PAYOUT %" AT 0701.
           MOVE 8 TO W-LINE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               MOVE IPSLFROM (W-IDX) TO W-PCTED
               MOVE IPSLTO (W-IDX) TO W-PCTED2
               MOVE IPSLPCT (W-IDX) TO W-RATEED
               DISPLAY "  " W-IDX "   " W-PCTED "   " W-PCTED2 "   "
                   W-RATEED AT LINE W-LINE COLUMN 1
               ACCEPT IPSLFROM (W-IDX) AT LINE W-LINE COLUMN 45
               ACCEPT IPSLTO (W-IDX) AT LINE W-LINE COLUMN 53
               ACCEPT IPSLPCT (W-IDX) AT LINE W-LINE COLUMN 61
               ADD 1 TO W-LINE
           END-PERFORM
           PERFORM CHECK-SLABS-PARA.
           IF W-SLABOK NOT = "Y"
               DISPLAY "SLABS MUST RUN IN ORDER WITHOUT OVERLAPPING - "
                   "ENTRY CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE INCPLANFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "GRADE CAPS (GRADE AND MAXIMUM MONTHLY PAYOUT)"
               AT 1401.
           MOVE 15 TO W-LINE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 6
               MOVE IPCAPAMT (W-IDX) TO W-AMTED
               DISPLAY "  " W-IDX "   GRADE " IPCAPGRD (W-IDX) "   CAP "
                   W-AMTED AT LINE W-LINE COLUMN 1
               ACCEPT IPCAPGRD (W-IDX) AT LINE W-LINE COLUMN 45
               ACCEPT IPCAPAMT (W-IDX) AT LINE W-LINE COLUMN 53
               ADD 1 TO W-LINE
           END-PERFORM
           MOVE W-AUDITUSER TO IPUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO IPDATE.
           IF W-FOUND = "Y"
               REWRITE INCPLANREC
               MOVE "UPDATE" TO AL-ACTION
           ELSE
               WRITE INCPLANREC
               MOVE "CREATE" TO AL-ACTION
           END-IF
           MOVE "INCPLANFILE" TO AL-FILE.
           MOVE IPCODE TO AL-KEY.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE INCPLANFILE.
           DISPLAY "PLAN STORED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * EVERY USED SLAB MUST HAVE FROM NOT ABOVE TO, AND MUST START
      * ABOVE THE END OF THE USED SLAB BEFORE IT. AT LEAST ONE SLAB
      * MUST BE USED.
       CHECK-SLABS-PARA.
           MOVE "N" TO W-SLABOK.
           MOVE 0 TO W-LINE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               IF IPSLTO (W-IDX) > 0
                   IF IPSLFROM (W-IDX) > IPSLTO (W-IDX)
                       MOVE "X" TO W-SLABOK
                   END-IF
                   IF W-LINE > 0
                       IF IPSLFROM (W-IDX) NOT > IPSLTO (W-LINE)
                           MOVE "X" TO W-SLABOK
                       END-IF
                   END-IF
                   MOVE W-IDX TO W-LINE
               END-IF
           END-PERFORM
           IF W-SLABOK = "N" AND W-LINE > 0
               MOVE "Y" TO W-SLABOK
           END-IF.

       LIST-PLAN-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT INCPLANFILE.
           IF FSIP NOT = "00"
               DISPLAY "NO INCENTIVE PLANS ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           PERFORM LIST-HEAD-PARA.
           PERFORM UNTIL FSIP = "10"
               READ INCPLANFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF W-LINE > 19
                   DISPLAY "PRESS ENTER FOR MORE" AT 2201
                   ACCEPT STUFF AT 2301
                   PERFORM LIST-HEAD-PARA
               END-IF
               DISPLAY " " IPCODE " " IPDESC "  " IPBASIS "      "
                   IPSTAT "     " IPDATE AT LINE W-LINE COLUMN 1
               ADD 1 TO W-LINE
           END-PERFORM
           CLOSE INCPLANFILE.
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       LIST-HEAD-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "****** SALES INCENTIVE PLANS ******" AT 0101.
           DISPLAY " PLAN   DESCRIPTION                BASIS  STATUS "
               "CHANGED" AT 0201.
           MOVE 3 TO W-LINE.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM INCMNT.
