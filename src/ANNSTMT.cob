       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYRESFILE
               ASSIGN TO "files/PAYRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSKEY
               ALTERNATE RECORD KEY IS RSPERIOD WITH DUPLICATES
               FILE STATUS IS FSRS.

           SELECT STMTFILE
               ASSIGN TO "files/ANNSTMT.LST"
       DATA DIVISION.
       FILE SECTION.

       FD PAYRESFILE.
       01 PAYRESREC.
           02 RSKEY.
               03 RSEMPID  PIC X(6).
               03 RSPERIOD PIC X(6).
               03 RSRUN    PIC X(2).
           02 RSNAME    PIC X(25).
           02 RSBRNID   PIC X(6).
           02 RSDEPCODE PIC X(6).
           02 RSDESID   PIC X(6).
           02 RSGRDNO   PIC 99.
           02 RSEMPTYPE PIC X.
           02 RSPFESI   PIC X.
           02 RSMONDAYS PIC 99.
           02 RSDAYSPD  PIC 99.
           02 RSPAYDATA PIC X(296).
           02 RSGROSS   PIC 9(8)V99.
           02 RSDEDUCT  PIC 9(8)V99.
           02 RSNET     PIC S9(8)V99.
           02 RSDEFER   PIC 9(8)V99.
           02 RSCLASSES.
               03 RSCLS OCCURS 10 TIMES.
                   04 RSCCLASS PIC X.
                   04 RSCCARRY PIC 9(8)V99.
                   04 RSCDUE   PIC 9(8)V99.
                   04 RSCTAKEN PIC 9(8)V99.
                   04 RSCDEFER PIC 9(8)V99.
           02 RSRUNDATE PIC X(8).
           02 RSCOMPS.
               03 RSCM OCCURS 15 TIMES.
                   04 RSCMCODE PIC X(8).
                   04 RSCMTYPE PIC X.
                   04 RSCMTAX  PIC X.
                   04 RSCMPFW  PIC X.
                   04 RSCMAMT  PIC 9(8)V99.
           02 FILLER    PIC X(85).

       FD STMTFILE.
       01 STMTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSRS       PIC XX.
       77 FSST       PIC XX.
       77 WAITFOR    PIC X.
       77 W-YEARIN   PIC X(4).

       77 W-GROSS    PIC 9(8)V99.
       77 W-ALLOW    PIC 9(8)V99.
       77 W-PRBASIC  PIC 9(8)V99.
       77 W-PERIOD   PIC X(6).

       01 ACC-TABLE.
           02 ACC-ENTRY OCCURS 1000 TIMES.
               03 AC-ID     PIC X(6).
               03 AC-NAME   PIC X(25).
               03 AC-MONTHS PIC 99.
               03 AC-LASTPER PIC X(6).
               03 AC-BASIC  PIC 9(9)V99.
           DISPLAY "ENTER YEAR (YYYY) :".
           ACCEPT W-YEARIN.

           OPEN INPUT PAYRESFILE.
           IF FSRS NOT = "00"
               DISPLAY "NO PAY RESULTS ON FILE - RUN PAYROLL FIRST"
               GOBACK
           END-IF
           OPEN OUTPUT STMTFILE.

           MOVE W-YEARIN TO W-PERIOD(1:4).
           MOVE "01" TO W-PERIOD(5:2).
           MOVE W-PERIOD TO RSPERIOD.
           START PAYRESFILE KEY IS NOT LESS THAN RSPERIOD
               INVALID KEY MOVE "10" TO FSRS
           END-START.
           PERFORM UNTIL FSRS = "10"
               READ PAYRESFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSRS = "00" OR FSRS = "02"
                   IF RSPERIOD(1:4) NOT = W-YEARIN
                       EXIT PERFORM
                   END-IF
                   PERFORM ACCUMULATE-PARA THRU ACCUMULATE-EXIT
               END-IF
           END-PERFORM

           PERFORM PRINT-CONTROL-PARA.

           CLOSE PAYRESFILE.
           CLOSE STMTFILE.
           DISPLAY "ANNUAL STATEMENTS WRITTEN TO files/ANNSTMT.LST - "
               AC-USED " EMPLOYEES FOR " W-YEARIN.
           GOBACK.

       ACCUMULATE-PARA.
           MOVE RSPAYDATA TO W-PAYREC.
           PERFORM FIND-EMP-PARA.
           IF W-IDX = 0
               GO TO ACCUMULATE-EXIT
           END-IF
           MOVE RSGROSS TO W-GROSS.
           MOVE WPBASIC TO W-PRBASIC.
           COMPUTE W-ALLOW = W-GROSS - W-PRBASIC.
      * A SUPPLEMENTARY RUN ADDS TO THE AMOUNTS BUT THE PERIOD
      * STILL COUNTS AS ONE MONTH ON HISTORY.
           IF RSPERIOD NOT = AC-LASTPER (W-IDX)
               ADD 1 TO AC-MONTHS (W-IDX)
               MOVE RSPERIOD TO AC-LASTPER (W-IDX)
           END-IF
           ADD W-PRBASIC TO AC-BASIC (W-IDX).
           ADD W-ALLOW TO AC-ALLOW (W-IDX).
           MOVE "N" TO W-FOUND.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > AC-USED OR W-FOUND = "Y"
               IF AC-ID (W-IDX) = RSEMPID
                   MOVE "Y" TO W-FOUND
               END-IF
           END-PERFORM
           ELSE
               IF AC-USED < 1000
                   ADD 1 TO AC-USED
                   MOVE RSEMPID TO AC-ID (AC-USED)
                   MOVE RSNAME TO AC-NAME (AC-USED)
                   MOVE 0 TO AC-MONTHS (AC-USED)
                   MOVE SPACES TO AC-LASTPER (AC-USED)
                   MOVE 0 TO AC-BASIC (AC-USED)
               DELIMITED BY SIZE INTO STMTLINE
           END-STRING.
           WRITE STMTLINE.
           MOVE SPACES TO STMTLINE.
           STRING "EMPLOYEE " AC-ID (W-IDX) " " AC-NAME (W-IDX)
               DELIMITED BY SIZE INTO STMTLINE
           END-STRING.
           WRITE STMTLINE.
