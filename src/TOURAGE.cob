       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURAGE.

      * TOUR ADVANCE AGEING - EVERY TOUR ADVANCE PAID AND NOT YET
      * SETTLED, AGED FROM THE DATE IT WAS PAID TO TODAY IN BUCKETS OF
      * 0-30, 31-60, 61-90 AND OVER 90 DAYS, WITH BRANCH SUBTOTALS AND
      * GRAND TOTALS. AN ADVANCE PAST THE SET NUMBER OF DAYS AFTER ITS
      * TRIP IS FLAGGED DUE - THE NEXT PAYROLL RUN RECOVERS IT. ONE
      * BRANCH OR ALL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TOURADVFILE
               ASSIGN TO "files/TOURADV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAID
               ALTERNATE RECORD KEY IS TAEMPID WITH DUPLICATES
               ALTERNATE RECORD KEY IS TABRID WITH DUPLICATES
               FILE STATUS IS FSTA.

           SELECT TOURCFGFILE
               ASSIGN TO "files/TOURCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTG.

           SELECT TOURAGEFILE
               ASSIGN TO "files/TOURAGE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

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

       FD TOURCFGFILE.
       01 TOURCFGREC.
           02 TGDAYS   PIC 999.
           02 TGUSER   PIC X(10).
           02 TGDATE   PIC X(8).

       FD TOURAGEFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTA       PIC XX.
       77 FSTG       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-SELBR    PIC X(6).
       77 W-CURBR    PIC X(6).
       77 W-FIRST    PIC X.
       77 W-BKT      PIC 9.
       77 W-TGDAYS   PIC 999.
       77 W-DATENUM  PIC 9(8).
       77 W-TODAYINT PIC S9(9).
       77 W-PAIDINT  PIC S9(9).
       77 W-DUEINT   PIC S9(9).
       77 W-AGE      PIC S9(5).
       77 T-ADVS     PIC 9(6) VALUE 0.
       77 T-DUE      PIC 9(6) VALUE 0.

       01 BRANCH-TOTALS.
           02 BT-AMT PIC 9(10)V99 OCCURS 4 TIMES.

       01 GRAND-TOTALS.
           02 GT-AMT PIC 9(10)V99 OCCURS 4 TIMES.

       01 AGE-LINE.
           02 AG-EMPID   PIC X(7).
           02 AG-TAID    PIC X(7).
           02 AG-PAIDDT  PIC X(11).
           02 AG-DAYS    PIC ZZZ9.
           02 FILLER     PIC X.
           02 AG-BUCKET  OCCURS 4 TIMES.
               03 AG-AMT PIC ZZZZZZ9.99.
               03 FILLER PIC X.
           02 AG-FLAG    PIC X(5).

       01 TOTAL-LINE.
           02 TL-LABEL   PIC X(30).
           02 TL-BUCKET  OCCURS 4 TIMES.
               03 TL-AMT PIC ZZZZZZ9.99.
               03 FILLER PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "TOUR ADVANCE AGEING REPORT".
           DISPLAY "ENTER BRANCH CODE (SPACES = ALL) :".
           ACCEPT W-SELBR.

           OPEN INPUT TOURADVFILE.
           IF FSTA NOT = "00"
               DISPLAY "NO TOUR ADVANCES ON FILE, STATUS " FSTA
               MOVE 9999 TO RETURN-CODE
               DISPLAY "PRESS ENTER TO CONTINUE"
               ACCEPT WAITFOR
               GOBACK
           END-IF
           PERFORM LOAD-TOURCFG-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATENUM.
           COMPUTE W-TODAYINT = FUNCTION INTEGER-OF-DATE (W-DATENUM).
           PERFORM VARYING W-BKT FROM 1 BY 1 UNTIL W-BKT > 4
               MOVE 0 TO BT-AMT (W-BKT)
               MOVE 0 TO GT-AMT (W-BKT)
           END-PERFORM

           OPEN OUTPUT TOURAGEFILE.
           MOVE "TOUR ADVANCES OUTSTANDING - AGEING" TO RPTLINE.
           IF W-SELBR NOT = SPACES
               MOVE "- BRANCH" TO RPTLINE (36:8)
               MOVE W-SELBR TO RPTLINE (45:6)
           END-IF
           MOVE "AS AT" TO RPTLINE (53:5).
           MOVE W-DATENUM (7:2) TO RPTLINE (59:2).
           MOVE "/" TO RPTLINE (61:1).
           MOVE W-DATENUM (5:2) TO RPTLINE (62:2).
           MOVE "/" TO RPTLINE (64:1).
           MOVE W-DATENUM (1:4) TO RPTLINE (65:4).
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE "EMPID  REQN   PAID ON    DAYS       0-30      31-60"
               TO RPTLINE.
           MOVE "61-90    OVER 90" TO RPTLINE (58:16).
           WRITE RPTLINE.

           MOVE "Y" TO W-FIRST.
           MOVE SPACES TO W-CURBR.
           IF W-SELBR = SPACES
               MOVE LOW-VALUES TO TABRID
               START TOURADVFILE KEY IS NOT LESS THAN TABRID
                   INVALID KEY
                       MOVE "10" TO FSTA
               END-START
           ELSE
               MOVE W-SELBR TO TABRID
               START TOURADVFILE KEY IS EQUAL TO TABRID
                   INVALID KEY
                       MOVE "10" TO FSTA
               END-START
           END-IF
           PERFORM UNTIL FSTA = "10"
               READ TOURADVFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSTA = "00" OR FSTA = "02"
                   IF W-SELBR NOT = SPACES AND TABRID NOT = W-SELBR
                       EXIT PERFORM
                   END-IF
                   IF TASTAT = "O" AND TABAL > 0
                       PERFORM AGE-ADVANCE-PARA THRU AGE-ADVANCE-EXIT
                   END-IF
               END-IF
           END-PERFORM
           IF W-FIRST NOT = "Y"
               PERFORM BRANCH-TOTAL-PARA
           END-IF

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "GRAND TOTAL" TO TL-LABEL.
           PERFORM VARYING W-BKT FROM 1 BY 1 UNTIL W-BKT > 4
               MOVE GT-AMT (W-BKT) TO TL-AMT (W-BKT)
           END-PERFORM
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "ADVANCES OUTSTANDING " T-ADVS
               "  DUE FOR PAYROLL RECOVERY " T-DUE
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "DUE = UNSETTLED " W-TGDAYS
               " DAYS AFTER THE TRIP ENDED"
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           CLOSE TOURAGEFILE.
           CLOSE TOURADVFILE.
           DISPLAY "TOUR ADVANCE AGEING WRITTEN TO files/TOURAGE.LST"
               " - " T-ADVS " ADVANCES OUTSTANDING".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       AGE-ADVANCE-PARA.
           IF W-FIRST = "Y"
               MOVE "N" TO W-FIRST
               MOVE TABRID TO W-CURBR
               PERFORM BRANCH-HEADING-PARA
           END-IF
           IF TABRID NOT = W-CURBR
               PERFORM BRANCH-TOTAL-PARA
               MOVE TABRID TO W-CURBR
               PERFORM BRANCH-HEADING-PARA
           END-IF
           ADD 1 TO T-ADVS.
           MOVE SPACES TO AGE-LINE.
           MOVE TAEMPID TO AG-EMPID.
           MOVE TAID TO AG-TAID.
           MOVE TAPAIDDT TO AG-PAIDDT.
           MOVE 0 TO W-AGE.
           IF TAPAIDDT(1:2) NUMERIC AND TAPAIDDT(4:2) NUMERIC
               AND TAPAIDDT(7:4) NUMERIC
               MOVE TAPAIDDT(7:4) TO W-DATENUM(1:4)
               MOVE TAPAIDDT(4:2) TO W-DATENUM(5:2)
               MOVE TAPAIDDT(1:2) TO W-DATENUM(7:2)
               COMPUTE W-PAIDINT =
                   FUNCTION INTEGER-OF-DATE (W-DATENUM)
               COMPUTE W-AGE = W-TODAYINT - W-PAIDINT
               IF W-AGE < 0
                   MOVE 0 TO W-AGE
               END-IF
           END-IF
           MOVE W-AGE TO AG-DAYS.
           EVALUATE TRUE
               WHEN W-AGE <= 30
                   MOVE 1 TO W-BKT
               WHEN W-AGE <= 60
                   MOVE 2 TO W-BKT
               WHEN W-AGE <= 90
                   MOVE 3 TO W-BKT
               WHEN OTHER
                   MOVE 4 TO W-BKT
           END-EVALUATE
           MOVE TABAL TO AG-AMT (W-BKT).
           ADD TABAL TO BT-AMT (W-BKT).
           ADD TABAL TO GT-AMT (W-BKT).
           IF TATO(1:2) NUMERIC AND TATO(4:2) NUMERIC
               AND TATO(7:4) NUMERIC
               MOVE TATO(7:4) TO W-DATENUM(1:4)
               MOVE TATO(4:2) TO W-DATENUM(5:2)
               MOVE TATO(1:2) TO W-DATENUM(7:2)
               COMPUTE W-DUEINT =
                   FUNCTION INTEGER-OF-DATE (W-DATENUM) + W-TGDAYS
               IF W-DUEINT <= W-TODAYINT
                   MOVE "DUE" TO AG-FLAG
                   ADD 1 TO T-DUE
               END-IF
           END-IF
           MOVE AGE-LINE TO RPTLINE.
           WRITE RPTLINE.
       AGE-ADVANCE-EXIT.
           EXIT.

       BRANCH-HEADING-PARA.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "BRANCH " W-CURBR DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.

       BRANCH-TOTAL-PARA.
           MOVE SPACES TO TOTAL-LINE.
           STRING "BRANCH " W-CURBR " TOTAL" DELIMITED BY SIZE
               INTO TL-LABEL
           END-STRING.
           PERFORM VARYING W-BKT FROM 1 BY 1 UNTIL W-BKT > 4
               MOVE BT-AMT (W-BKT) TO TL-AMT (W-BKT)
               MOVE 0 TO BT-AMT (W-BKT)
           END-PERFORM
           MOVE TOTAL-LINE TO RPTLINE.
           WRITE RPTLINE.

      * DAYS AFTER THE TRIP BEFORE AN UNSETTLED ADVANCE IS RECOVERED,
      * AS SET ON THE TOUR ADVANCE SCREEN - 30 IF NEVER SET.
       LOAD-TOURCFG-PARA.
           MOVE 30 TO W-TGDAYS.
           OPEN INPUT TOURCFGFILE.
           IF FSTG = "00"
               READ TOURCFGFILE
                   AT END
                       MOVE 0 TO TGDAYS
               END-READ
               IF TGDAYS NUMERIC AND TGDAYS > 0
                   MOVE TGDAYS TO W-TGDAYS
               END-IF
               CLOSE TOURCFGFILE
           END-IF.

       END PROGRAM TOURAGE.
