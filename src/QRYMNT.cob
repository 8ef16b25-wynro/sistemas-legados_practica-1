       IDENTIFICATION DIVISION.
       PROGRAM-ID. QRYMNT.

      * AD-HOC EMPLOYEE QUERIES. A QUERY PICKS UP TO TEN FIELDS FROM
      * THE EMPLOYEE, PERSONAL AND PAYMENT MASTERS (SEE QRYFLD FOR THE
      * FIELDS ON OFFER), UP TO FIVE SELECTION CRITERIA AND A SORT
      * ORDER, AND IS SAVED BY NAME ON files/QRYDEF.DAT SO IT CAN BE
      * RERUN EACH MONTH. QRYRUN PRODUCES THE SPOOLED REPORT OR CSV.
      * A QUERY CAN ALSO BE PUT ON THE JOB CALENDAR AS Q-<NAME>, SO
      * THE OPERATOR CONSOLE SHOWS WHEN IT IS DUE, AND THE DUE
      * QUERIES RUN FROM HERE. CLERKS MAY LIST AND RUN SAVED QUERIES
      * ONLY; A QUERY IS CHANGED OR DELETED BY ITS OWNER OR AN
      * ADMINISTRATOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QRYDEFFILE
               ASSIGN TO "files/QRYDEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QDNAME
               FILE STATUS IS FSQD.

           SELECT JOBCALFILE
               ASSIGN TO "files/JOBCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JCPROG
               FILE STATUS IS FSJC.

       DATA DIVISION.
       FILE SECTION.

       FD QRYDEFFILE.
       01 QRYDEFREC.
           02 QDNAME    PIC X(6).
           02 QDDESC    PIC X(30).
           02 QDOWNER   PIC X(10).
           02 QDCDATE   PIC X(8).
           02 QDOUT     PIC X.
           02 QDFIELDS.
               03 QDFLD  PIC X(10) OCCURS 10 TIMES.
           02 QDCRITS.
               03 QDCRIT OCCURS 5 TIMES.
                   04 QCFLD  PIC X(10).
                   04 QCOP   PIC XX.
                   04 QCLOW  PIC X(20).
                   04 QCHIGH PIC X(20).
           02 QDSORT1   PIC X(10).
           02 QDSORT2   PIC X(10).
           02 QDSDIR    PIC X.

       FD JOBCALFILE.
       01 JOBCALREC.
           02 JCPROG PIC X(8).
           02 JCFREQ PIC X.
           02 JCSEQ  PIC 99.
           02 JCDESC PIC X(24).

       WORKING-STORAGE SECTION.
       77 FSQD       PIC XX.
       77 FSJC       PIC XX.
       77 CRT-STATUS PIC 9(4).
       77 CHOICE     PIC X.
       77 STUFF      PIC X(60).
       77 W-CONFIRM  PIC X.
       77 W-ROLE     PIC X.
       77 W-QNAME    PIC X(6).
       77 W-IDX      PIC 99.
       77 W-ROW      PIC 99.
       77 W-COL      PIC 99.
       77 W-OK       PIC X.
       77 W-MSG      PIC X(60).
       77 W-ACTION   PIC X(8).
       77 W-WIDTH    PIC 999.
       77 W-FFUNC    PIC X.
       77 W-FIDX     PIC 99.
       77 W-DATECK   PIC X(10).
       77 W-DATENUM  PIC 9(8).
       77 W-DATEINT  PIC S9(9).
       77 W-DATEOK   PIC X.
       77 W-CHKVAL   PIC X(20).

       01 W-FIELD.
           02 W-FCODE  PIC X(10).
           02 W-FSRC   PIC X.
           02 W-FOFF   PIC 999.
           02 W-FLEN   PIC 99.
           02 W-FKIND  PIC X.
           02 W-FDEC   PIC 9.
           02 W-FSENS  PIC X.
           02 W-FWIDTH PIC 99.

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
       START-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE LK-ROLE TO W-ROLE.
           IF W-ROLE = SPACE
               MOVE "A" TO W-ROLE
           END-IF.

       MAIN-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "****** AD-HOC EMPLOYEE QUERIES ******" AT 0310.
           DISPLAY "1. DEFINE OR CHANGE A QUERY" AT 0520.
           DISPLAY "2. DELETE A QUERY" AT 0620.
           DISPLAY "3. LIST SAVED QUERIES" AT 0720.
           DISPLAY "4. LIST FIELDS AVAILABLE TO QUERIES" AT 0820.
           DISPLAY "5. RUN A QUERY NOW" AT 0920.
           DISPLAY "6. SCHEDULE A QUERY ON THE JOB CALENDAR" AT 1020.
           DISPLAY "7. RUN SCHEDULED QUERIES NOW DUE" AT 1120.
           DISPLAY "8. EXIT" AT 1220.
           DISPLAY "ENTER YOUR CHOICE :" AT 1420.
           ACCEPT CHOICE AT 1440.
           IF W-ROLE = "C"
               AND (CHOICE = '1' OR CHOICE = '2' OR CHOICE = '6'
                   OR CHOICE = '7')
               DISPLAY "OPTION NOT AVAILABLE TO YOUR ROLE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           IF CHOICE = '1'
               GO TO DEFINE-PARA
           ELSE
           IF CHOICE = '2'
               GO TO DELETE-PARA
           ELSE
           IF CHOICE = '3'
               GO TO LIST-PARA
           ELSE
           IF CHOICE = '4'
               GO TO FIELDS-PARA
           ELSE
           IF CHOICE = '5'
               GO TO RUN-PARA
           ELSE
           IF CHOICE = '6'
               GO TO SCHEDULE-PARA
           ELSE
           IF CHOICE = '7'
               GO TO RUN-DUE-PARA
           ELSE
               EXIT PROGRAM
           END-IF
           EXIT PROGRAM.

       DEFINE-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O QRYDEFFILE.
           IF FSQD = 30 OR FSQD = 35
               OPEN OUTPUT QRYDEFFILE
               CLOSE QRYDEFFILE
               OPEN I-O QRYDEFFILE
           END-IF
           DISPLAY "QUERY NAME :" AT 0101.
           ACCEPT QDNAME AT 0114.
           MOVE FUNCTION UPPER-CASE (QDNAME) TO QDNAME.
           IF QDNAME = SPACES
               DISPLAY "BLANK NAME - ENTRY CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QRYDEFFILE
               GO TO MAIN-PARA
           END-IF
           MOVE "UPDATE" TO W-ACTION.
           READ QRYDEFFILE
               INVALID KEY
                   MOVE "CREATE" TO W-ACTION
                   MOVE SPACES TO QDDESC QDFIELDS QDCRITS
                   MOVE SPACES TO QDSORT1 QDSORT2
                   MOVE W-AUDITUSER TO QDOWNER
                   MOVE FUNCTION CURRENT-DATE (1:8) TO QDCDATE
                   MOVE "R" TO QDOUT
                   MOVE "A" TO QDSDIR
           END-READ.
           IF W-ACTION = "UPDATE" AND QDOWNER NOT = W-AUDITUSER
               AND W-ROLE NOT = "A"
               DISPLAY "QUERY BELONGS TO " QDOWNER
                   " - ONLY THE OWNER OR AN ADMINISTRATOR MAY CHANGE"
                   " IT" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QRYDEFFILE
               GO TO MAIN-PARA
           END-IF
           IF W-ACTION = "UPDATE"
               DISPLAY "EXISTING QUERY - OWNER " QDOWNER AT 0130
           END-IF
           DISPLAY "DESCRIPTION :" AT 0201.
           ACCEPT QDDESC AT 0215 WITH UPDATE.
           DISPLAY "OUTPUT (R=SPOOLED REPORT C=CSV FILE) :" AT 0301.
           ACCEPT QDOUT AT 0340 WITH UPDATE.
           DISPLAY "FIELDS TO SHOW, IN COLUMN ORDER (OPTION 4 LISTS "
               "THEM) :" AT 0501.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 10
               IF W-IDX > 5
                   MOVE 7 TO W-ROW
                   COMPUTE W-COL = (W-IDX - 6) * 13 + 1
               ELSE
                   MOVE 6 TO W-ROW
                   COMPUTE W-COL = (W-IDX - 1) * 13 + 1
               END-IF
               ACCEPT QDFLD (W-IDX) AT LINE W-ROW COLUMN W-COL
                   WITH UPDATE
           END-PERFORM
           DISPLAY "SELECTION - FIELD, TEST (EQ=EQUALS RG=RANGE "
               "BL=BLANK NB=NOT BLANK), VALUE OR FROM, TO :" AT 0901.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               COMPUTE W-ROW = W-IDX + 9
               ACCEPT QCFLD (W-IDX) AT LINE W-ROW COLUMN 1
                   WITH UPDATE
               ACCEPT QCOP (W-IDX) AT LINE W-ROW COLUMN 13
                   WITH UPDATE
               ACCEPT QCLOW (W-IDX) AT LINE W-ROW COLUMN 17
                   WITH UPDATE
               ACCEPT QCHIGH (W-IDX) AT LINE W-ROW COLUMN 39
                   WITH UPDATE
           END-PERFORM
           DISPLAY "SORT BY FIELD :" AT 1601.
           ACCEPT QDSORT1 AT 1620 WITH UPDATE.
           DISPLAY "THEN BY FIELD :" AT 1701.
           ACCEPT QDSORT2 AT 1720 WITH UPDATE.
           DISPLAY "ORDER (A=ASCENDING D=DESCENDING) :" AT 1801.
           ACCEPT QDSDIR AT 1836 WITH UPDATE.
           DISPLAY "DATES ARE DD/MM/YYYY; LEAVE UNUSED LINES BLANK"
               AT 1901.
           MOVE FUNCTION UPPER-CASE (QDOUT) TO QDOUT.
           MOVE FUNCTION UPPER-CASE (QDFIELDS) TO QDFIELDS.
           MOVE FUNCTION UPPER-CASE (QDSORT1) TO QDSORT1.
           MOVE FUNCTION UPPER-CASE (QDSORT2) TO QDSORT2.
           MOVE FUNCTION UPPER-CASE (QDSDIR) TO QDSDIR.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               MOVE FUNCTION UPPER-CASE (QCFLD (W-IDX))
                   TO QCFLD (W-IDX)
               MOVE FUNCTION UPPER-CASE (QCOP (W-IDX))
                   TO QCOP (W-IDX)
           END-PERFORM
           PERFORM CHECK-DEF-PARA THRU CHECK-DEF-EXIT.
           IF W-OK = "N"
               DISPLAY W-MSG AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QRYDEFFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY "SAVE THIS QUERY (Y/N) :" AT 2001.
           ACCEPT W-CONFIRM AT 2025.
           IF W-CONFIRM NOT = "Y" AND W-CONFIRM NOT = "y"
               DISPLAY "QUERY NOT SAVED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QRYDEFFILE
               GO TO MAIN-PARA
           END-IF
           IF W-ACTION = "CREATE"
               WRITE QRYDEFREC
           ELSE
               REWRITE QRYDEFREC
           END-IF
           MOVE "QRYDEFFILE" TO AL-FILE.
           MOVE QDNAME TO AL-KEY.
           MOVE W-ACTION TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE QRYDEFFILE.
           DISPLAY "QUERY SAVED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

      * CHECKS EVERY FIELD NAMED IN THE QUERY AGAINST THE CATALOGUE,
      * THE TESTS AND THEIR VALUES, AND THAT A REPORT WILL FIT THE
      * 132-COLUMN SPOOL LINE. W-OK COMES BACK N WITH W-MSG SET.
       CHECK-DEF-PARA.
           MOVE "Y" TO W-OK.
           IF QDOUT NOT = "R" AND QDOUT NOT = "C"
               MOVE "OUTPUT MUST BE R OR C - QUERY NOT SAVED" TO W-MSG
               GO TO CHECK-DEF-FAIL
           END-IF
           IF QDSDIR NOT = "A" AND QDSDIR NOT = "D"
               MOVE "ORDER MUST BE A OR D - QUERY NOT SAVED" TO W-MSG
               GO TO CHECK-DEF-FAIL
           END-IF
           MOVE 0 TO W-WIDTH.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 10
               OR W-OK = "N"
               IF QDFLD (W-IDX) NOT = SPACES
                   MOVE QDFLD (W-IDX) TO W-FCODE
                   PERFORM FIND-FIELD-PARA
                   IF W-FIDX = 0
                       MOVE "N" TO W-OK
                       MOVE SPACES TO W-MSG
                       STRING "UNKNOWN FIELD " QDFLD (W-IDX)
                           " - QUERY NOT SAVED" DELIMITED BY SIZE
                           INTO W-MSG
                       END-STRING
                   ELSE
                       COMPUTE W-WIDTH = W-WIDTH + W-FWIDTH + 1
                   END-IF
               END-IF
           END-PERFORM
           IF W-OK = "N"
               GO TO CHECK-DEF-EXIT
           END-IF
           IF W-WIDTH = 0
               MOVE "NO FIELDS CHOSEN - QUERY NOT SAVED" TO W-MSG
               GO TO CHECK-DEF-FAIL
           END-IF
           IF QDOUT = "R" AND W-WIDTH > 133
               MOVE "FIELDS TOO WIDE FOR A REPORT - USE CSV OR FEWER"
                   TO W-MSG
               GO TO CHECK-DEF-FAIL
           END-IF
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               OR W-OK = "N"
               IF QCFLD (W-IDX) NOT = SPACES
                   PERFORM CHECK-CRIT-PARA THRU CHECK-CRIT-EXIT
               END-IF
           END-PERFORM
           IF W-OK = "N"
               GO TO CHECK-DEF-EXIT
           END-IF
           IF QDSORT1 NOT = SPACES
               MOVE QDSORT1 TO W-FCODE
               PERFORM FIND-FIELD-PARA
               IF W-FIDX = 0
                   MOVE "UNKNOWN SORT FIELD - QUERY NOT SAVED" TO W-MSG
                   GO TO CHECK-DEF-FAIL
               END-IF
           END-IF
           IF QDSORT2 NOT = SPACES
               MOVE QDSORT2 TO W-FCODE
               PERFORM FIND-FIELD-PARA
               IF W-FIDX = 0
                   MOVE "UNKNOWN SORT FIELD - QUERY NOT SAVED" TO W-MSG
                   GO TO CHECK-DEF-FAIL
               END-IF
           END-IF
           GO TO CHECK-DEF-EXIT.
       CHECK-DEF-FAIL.
           MOVE "N" TO W-OK.
       CHECK-DEF-EXIT.
           EXIT.

       CHECK-CRIT-PARA.
           MOVE QCFLD (W-IDX) TO W-FCODE.
           PERFORM FIND-FIELD-PARA.
           IF W-FIDX = 0
               MOVE SPACES TO W-MSG
               STRING "UNKNOWN SELECTION FIELD " QCFLD (W-IDX)
                   " - QUERY NOT SAVED" DELIMITED BY SIZE INTO W-MSG
               END-STRING
               GO TO CHECK-CRIT-FAIL
           END-IF
           IF QCOP (W-IDX) = "BL" OR QCOP (W-IDX) = "NB"
               MOVE SPACES TO QCLOW (W-IDX) QCHIGH (W-IDX)
               GO TO CHECK-CRIT-EXIT
           END-IF
           IF QCOP (W-IDX) = "EQ"
               MOVE SPACES TO QCHIGH (W-IDX)
               IF QCLOW (W-IDX) = SPACES
                   MOVE "EQ NEEDS A VALUE - USE BL FOR BLANK" TO W-MSG
                   GO TO CHECK-CRIT-FAIL
               END-IF
           ELSE
           IF QCOP (W-IDX) = "RG"
               IF QCLOW (W-IDX) = SPACES AND QCHIGH (W-IDX) = SPACES
                   MOVE "RG NEEDS A FROM OR A TO VALUE" TO W-MSG
                   GO TO CHECK-CRIT-FAIL
               END-IF
           ELSE
               MOVE "TEST MUST BE EQ, RG, BL OR NB - QUERY NOT SAVED"
                   TO W-MSG
               GO TO CHECK-CRIT-FAIL
           END-IF
           END-IF
           MOVE QCLOW (W-IDX) TO W-CHKVAL.
           PERFORM CHECK-VALUE-PARA.
           IF W-OK = "Y"
               MOVE QCHIGH (W-IDX) TO W-CHKVAL
               PERFORM CHECK-VALUE-PARA
           END-IF
           IF W-OK = "N"
               MOVE SPACES TO W-MSG
               IF W-FKIND = "D"
                   STRING "VALUE FOR " W-FCODE " MUST BE DD/MM/YYYY"
                       DELIMITED BY SIZE INTO W-MSG
                   END-STRING
               ELSE
                   STRING "VALUE FOR " W-FCODE " MUST BE A NUMBER"
                       DELIMITED BY SIZE INTO W-MSG
                   END-STRING
               END-IF
           END-IF
           GO TO CHECK-CRIT-EXIT.
       CHECK-CRIT-FAIL.
           MOVE "N" TO W-OK.
       CHECK-CRIT-EXIT.
           EXIT.

       CHECK-VALUE-PARA.
           IF W-CHKVAL NOT = SPACES
               IF W-FKIND = "N"
                   IF FUNCTION TEST-NUMVAL (W-CHKVAL) NOT = 0
                       MOVE "N" TO W-OK
                   END-IF
               END-IF
               IF W-FKIND = "D"
                   MOVE W-CHKVAL TO W-DATECK
                   PERFORM VALIDATE-DATE-PARA
                   IF W-DATEOK NOT = "Y"
                       MOVE "N" TO W-OK
                   END-IF
               END-IF
           END-IF.

       FIND-FIELD-PARA.
           MOVE "C" TO W-FFUNC.
           MOVE 0 TO W-FIDX.
           CALL "QRYFLD" USING W-FFUNC W-FIDX W-FIELD.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO W-DATEOK.
           IF W-DATECK(1:2) NOT NUMERIC
               OR W-DATECK(4:2) NOT NUMERIC
               OR W-DATECK(7:4) NOT NUMERIC
               OR W-DATECK(3:1) NOT = "/"
               OR W-DATECK(6:1) NOT = "/"
               MOVE "N" TO W-DATEOK
           ELSE
               MOVE W-DATECK(7:4) TO W-DATENUM(1:4)
               MOVE W-DATECK(4:2) TO W-DATENUM(5:2)
               MOVE W-DATECK(1:2) TO W-DATENUM(7:2)
               COMPUTE W-DATEINT =
                   FUNCTION INTEGER-OF-DATE (W-DATENUM)
               IF W-DATEINT NOT > 0
                   MOVE "N" TO W-DATEOK
               END-IF
           END-IF.

       DELETE-PARA.
           COPY CLEAR-SCREEN.
           OPEN I-O QRYDEFFILE.
           IF FSQD NOT = "00"
               DISPLAY "NO QUERIES ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "QUERY NAME TO DELETE :" AT 0101.
           ACCEPT QDNAME AT 0124.
           MOVE FUNCTION UPPER-CASE (QDNAME) TO QDNAME.
           READ QRYDEFFILE INVALID KEY
               DISPLAY "NO SUCH QUERY" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QRYDEFFILE
               GO TO MAIN-PARA
           END-READ.
           IF QDOWNER NOT = W-AUDITUSER AND W-ROLE NOT = "A"
               DISPLAY "QUERY BELONGS TO " QDOWNER
                   " - ONLY THE OWNER OR AN ADMINISTRATOR MAY DELETE"
                   " IT" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QRYDEFFILE
               GO TO MAIN-PARA
           END-IF
           DISPLAY " DESCRIPTION : " QDDESC AT 0201.
           DISPLAY "DELETE THIS QUERY (Y/N) :" AT 0401.
           ACCEPT W-CONFIRM AT 0427.
           IF W-CONFIRM NOT = "Y" AND W-CONFIRM NOT = "y"
               DISPLAY "DELETE CANCELLED" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QRYDEFFILE
               GO TO MAIN-PARA
           END-IF
           DELETE QRYDEFFILE RECORD.
           MOVE "QRYDEFFILE" TO AL-FILE.
           MOVE QDNAME TO AL-KEY.
           MOVE "DELETE" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE QRYDEFFILE.
      * A SCHEDULED QUERY COMES OFF THE JOB CALENDAR WITH IT.
           OPEN I-O JOBCALFILE.
           IF FSJC = "00"
               MOVE SPACES TO JCPROG
               STRING "Q-" QDNAME DELIMITED BY SIZE INTO JCPROG
               END-STRING
               READ JOBCALFILE
                   NOT INVALID KEY
                       DELETE JOBCALFILE RECORD
                       MOVE "JOBCALFILE" TO AL-FILE
                       MOVE JCPROG TO AL-KEY
                       MOVE "DELETE" TO AL-ACTION
                       PERFORM WRITE-AUDIT-PARA
               END-READ
               CLOSE JOBCALFILE
           END-IF
           DISPLAY "QUERY DELETED" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       LIST-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT QRYDEFFILE.
           IF FSQD NOT = "00"
               DISPLAY "NO QUERIES ON FILE" AT 0101
               ACCEPT STUFF AT 0201
               GO TO MAIN-PARA
           END-IF
           DISPLAY " NAME    DESCRIPTION                     OWNER"
               "      OUT CREATED" AT 0101.
           MOVE 0 TO W-IDX.
           PERFORM UNTIL FSQD NOT = "00"
               READ QRYDEFFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSQD = "00" AND W-IDX < 18
                   ADD 1 TO W-IDX
                   DISPLAY " " QDNAME "  " QDDESC "  " QDOWNER " "
                       QDOUT "   " QDCDATE
                       AT LINE (W-IDX + 2) COLUMN 1
               END-IF
           END-PERFORM
           CLOSE QRYDEFFILE.
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       FIELDS-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "FIELDS: E=EMPLOYEE P=PERSONAL Y=PAYMENT MASTER; "
               "X=TEXT N=NUMBER D=DATE; *=MASKED" AT 0101.
           MOVE "N" TO W-FFUNC.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 99
               MOVE W-IDX TO W-FIDX
               CALL "QRYFLD" USING W-FFUNC W-FIDX W-FIELD
               IF W-FIDX = 0
                   EXIT PERFORM
               END-IF
               COMPUTE W-ROW = (W-IDX - 1) / 5 + 3
               COMPUTE W-COL = W-IDX - ((W-ROW - 3) * 5)
               COMPUTE W-COL = (W-COL - 1) * 16 + 1
               IF W-FSENS = "Y"
                   DISPLAY W-FCODE " " W-FSRC W-FKIND "*"
                       AT LINE W-ROW COLUMN W-COL
               ELSE
                   DISPLAY W-FCODE " " W-FSRC W-FKIND
                       AT LINE W-ROW COLUMN W-COL
               END-IF
           END-PERFORM
           DISPLAY "PRESS ENTER TO CONTINUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       RUN-PARA.
           COPY CLEAR-SCREEN.
           DISPLAY "QUERY NAME TO RUN :" AT 0101.
           ACCEPT W-QNAME AT 0121.
           MOVE FUNCTION UPPER-CASE (W-QNAME) TO W-QNAME.
           IF W-QNAME = SPACES OR W-QNAME = "*"
               GO TO MAIN-PARA
           END-IF
           COPY CLEAR-SCREEN.
           CALL "QRYRUN" USING W-AUDITUSER W-ROLE W-QNAME.
           GO TO MAIN-PARA.

       SCHEDULE-PARA.
           COPY CLEAR-SCREEN.
           OPEN INPUT QRYDEFFILE.
           IF FSQD NOT = "00"
               DISPLAY "NO QUERIES ON FILE" AT 2201
               ACCEPT STUFF AT 2301
               GO TO MAIN-PARA
           END-IF
           DISPLAY "QUERY NAME TO SCHEDULE :" AT 0101.
           ACCEPT QDNAME AT 0126.
           MOVE FUNCTION UPPER-CASE (QDNAME) TO QDNAME.
           READ QRYDEFFILE INVALID KEY
               DISPLAY "NO SUCH QUERY" AT 2201
               ACCEPT STUFF AT 2301
               CLOSE QRYDEFFILE
               GO TO MAIN-PARA
           END-READ.
           CLOSE QRYDEFFILE.
           OPEN I-O JOBCALFILE.
           IF FSJC = 30 OR FSJC = 35
               OPEN OUTPUT JOBCALFILE
               CLOSE JOBCALFILE
               OPEN I-O JOBCALFILE
           END-IF
           MOVE SPACES TO JCPROG.
           STRING "Q-" QDNAME DELIMITED BY SIZE INTO JCPROG
           END-STRING.
           MOVE "CREATE" TO W-ACTION.
           READ JOBCALFILE
               INVALID KEY
                   MOVE "M" TO JCFREQ
                   MOVE 99 TO JCSEQ
               NOT INVALID KEY
                   MOVE "UPDATE" TO W-ACTION
           END-READ.
           MOVE SPACES TO JCDESC.
           STRING "QUERY " QDDESC DELIMITED BY SIZE INTO JCDESC
           END-STRING.
           DISPLAY "CALENDAR ENTRY :" JCPROG AT 0201.
           DISPLAY "FREQUENCY (D=DAILY M=MONTHLY A=ANNUAL) :" AT 0301.
           ACCEPT JCFREQ AT 0342 WITH UPDATE.
           MOVE FUNCTION UPPER-CASE (JCFREQ) TO JCFREQ.
           IF JCFREQ NOT = "D" AND JCFREQ NOT = "M"
               AND JCFREQ NOT = "A"
               MOVE "M" TO JCFREQ
           END-IF
           DISPLAY "RUN SEQUENCE (01-99) :" AT 0401.
           ACCEPT JCSEQ AT 0435 WITH UPDATE.
           IF W-ACTION = "CREATE"
               WRITE JOBCALREC
           ELSE
               REWRITE JOBCALREC
           END-IF
           MOVE "JOBCALFILE" TO AL-FILE.
           MOVE JCPROG TO AL-KEY.
           MOVE W-ACTION TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           CLOSE JOBCALFILE.
           DISPLAY "QUERY SCHEDULED - THE OPERATOR CONSOLE SHOWS WHEN "
               "IT IS DUE" AT 2201.
           ACCEPT STUFF AT 2301.
           GO TO MAIN-PARA.

       RUN-DUE-PARA.
           COPY CLEAR-SCREEN.
           MOVE "*" TO W-QNAME.
           CALL "QRYRUN" USING W-AUDITUSER W-ROLE W-QNAME.
           GO TO MAIN-PARA.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM QRYMNT.
