       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVFEED.

      * OUTBOUND PROVISIONING FEED FOR THE ACCESS-CONTROL (BADGE) AND
      * IT DIRECTORY SYSTEMS. RUN DAILY, IT COMPARES THE EMPLOYEE
      * MASTER WITH THE SNAPSHOT TAKEN BY THE LAST RUN AND RAISES ONE
      * EVENT FOR EACH -
      *     JOIN  NEW EMPLOYEE CODE            FROM DATE OF JOINING
      *     XFER  BRANCH OR DEPARTMENT CHANGE  FROM TRANSFER DATE
      *     SEPN  STATUS CHANGED TO SEPARATED  FROM SEPARATION DATE
      *     CEXP  CONTRACT END DATE REACHED    FROM CONTRACT END DATE
      *     UDIS  SIGN-ON DEACTIVATED          FROM SEPARATION DATE
      * A UDIS EVENT GOES OUT FOR EVERY SIGN-ON LINKED TO A SEPARATED
      * EMPLOYEE, AND ANY SUCH SIGN-ON STILL ACTIVE IS DEACTIVATED.
      * EVERY EVENT IS NUMBERED FROM ONE SEQUENCE AND KEPT ON THE FEED
      * LOG, SO A MISSED FEED CAN BE SENT AGAIN FROM ANY SEQUENCE
      * NUMBER. THE FIRST RUN ONLY RECORDS THE SNAPSHOT.
      *
      * files/PROVFEED.TXT, 100 BYTES A LINE -
      *   H  RUN DATE, FIRST AND LAST SEQUENCE IN THE FILE, RESEND FLAG
      *   D  SEQUENCE 9(8), EVENT, EFFECTIVE DATE YYYYMMDD, EMPLOYEE,
      *      NAME, BRANCH, DEPARTMENT, OLD BRANCH, OLD DEPARTMENT,
      *      STATUS, SIGN-ON ID (UDIS ONLY), DATE RAISED
      *   T  COUNT OF D LINES

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT PROVSNAPFILE
               ASSIGN TO "files/PROVSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSEMPID
               FILE STATUS IS FSPS.

           SELECT PROVLOGFILE
               ASSIGN TO "files/PROVLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLSEQ
               FILE STATUS IS FSPL.

           SELECT TRANSFERFILE
               ASSIGN TO "files/TRANSFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTRFID
               ALTERNATE RECORD KEY IS TEMPID WITH DUPLICATES
               FILE STATUS IS FST.

           SELECT USERFILE
               ASSIGN TO "files/USER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERID
               FILE STATUS IS FSU.

           SELECT FEEDFILE
               ASSIGN TO "files/PROVFEED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSFD.

           SELECT FEEDRPTFILE
               ASSIGN TO "files/PROVFEED.LST"
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

      * WHAT THE BADGE AND DIRECTORY SYSTEMS WERE LAST TOLD.
       FD PROVSNAPFILE.
       01 PROVSNAPREC.
           02 PSEMPID   PIC X(6).
           02 PSBRID    PIC X(6).
           02 PSDEPT    PIC X(6).
           02 PSSTAT    PIC X.
           02 PSCONTEND PIC X(10).
           02 PSCEXP    PIC X.
           02 PSDATE    PIC X(8).

      * SEQUENCE ZERO IS THE CONTROL RECORD HOLDING THE LAST SEQUENCE
      * NUMBER GIVEN OUT.
       FD PROVLOGFILE.
       01 PROVLOGREC.
           02 PLSEQ     PIC 9(8).
           02 PLLINE    PIC X(100).
           02 PLCTL REDEFINES PLLINE.
               03 PLLASTSEQ PIC 9(8).
               03 PLLASTRUN PIC X(8).
               03 FILLER    PIC X(84).

       FD TRANSFERFILE.
       01 TRANSFERREC.
           02 TTRFID   PIC X(6).
           02 TEMPID   PIC X(6).
           02 TOBRID   PIC X(6).
           02 TNBRID   PIC X(6).
           02 TTRFDT   PIC X(10).

       FD USERFILE.
       01 USERREC.
           02 USERID   PIC X(10).
           02 USERPWD  PIC X(10).
           02 USERROLE PIC X.
           02 USERSTAT PIC X.
           02 USEREMP  PIC X(6).
           02 USERCOS.
               03 USERCO PIC X(4) OCCURS 5 TIMES.

       FD FEEDFILE.
       01 FEEDLINE PIC X(100).

       FD FEEDRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSE        PIC XX.
       77 FSPS       PIC XX.
       77 FSPL       PIC XX.
       77 FST        PIC XX.
       77 FSU        PIC XX.
       77 FSFD       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-RCPROG   PIC X(8) VALUE "PROVFEED".
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.
       77 W-MODE     PIC X.
       77 W-FIRST    PIC X.
       77 W-TODAY    PIC X(8).
       77 W-SEQ      PIC 9(8).
       77 W-FROMSEQ  PIC 9(8).
       77 W-FROMIN   PIC X(8).
       77 W-EVENT    PIC X(4).
       77 W-EFFDT    PIC X(8).
       77 W-DATECK   PIC X(10).
       77 W-DATEOUT  PIC X(8).
       77 W-OLDBR    PIC X(6).
       77 W-OLDDEPT  PIC X(6).
       77 W-USERID   PIC X(10).
       77 W-CHANGED  PIC X.
       77 W-SECEVENT PIC X(8).
       77 W-SECDET   PIC X(20).
       77 T-EVENTS   PIC 9(6) VALUE 0.
       77 T-BASE     PIC 9(6) VALUE 0.
       77 T-USERS    PIC 9(6) VALUE 0.

       01 FEED-DETAIL.
           02 FD-RECTYPE  PIC X.
           02 FD-SEQ      PIC 9(8).
           02 FD-EVENT    PIC X(4).
           02 FD-EFFDT    PIC X(8).
           02 FD-EMPID    PIC X(6).
           02 FD-NAME     PIC X(25).
           02 FD-BRID     PIC X(6).
           02 FD-DEPT     PIC X(6).
           02 FD-OLDBRID  PIC X(6).
           02 FD-OLDDEPT  PIC X(6).
           02 FD-STATUS   PIC X.
           02 FD-USERID   PIC X(10).
           02 FD-RAISED   PIC X(8).
           02 FILLER      PIC X(5).
       01 FEED-HEADER REDEFINES FEED-DETAIL.
           02 FH-RECTYPE  PIC X.
           02 FH-RUNDATE  PIC X(8).
           02 FH-FROMSEQ  PIC 9(8).
           02 FH-TOSEQ    PIC 9(8).
           02 FH-RESEND   PIC X.
           02 FILLER      PIC X(74).
       01 FEED-TRAILER REDEFINES FEED-DETAIL.
           02 FT-RECTYPE  PIC X.
           02 FT-COUNT    PIC 9(8).
           02 FILLER      PIC X(91).

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

       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           DISPLAY "PROVISIONING FEED TO BADGE AND DIRECTORY SYSTEMS".
           DISPLAY "1. DAILY EXTRACT  2. RESEND FROM A SEQUENCE NUMBER".
           DISPLAY "ENTER CHOICE :".
           ACCEPT W-MODE.
           IF W-MODE = "2"
               GO TO RESEND-PARA
           END-IF
           IF W-MODE NOT = "1"
               DISPLAY "RUN CANCELLED"
               GOBACK
           END-IF

      * A DAILY JOB - THE RUN CONTROL PERIOD IS THE RUN DATE DDMMYY.
           MOVE SPACES TO W-RCPER.
           MOVE W-TODAY(7:2) TO W-RCPER(1:2).
           MOVE W-TODAY(5:2) TO W-RCPER(3:2).
           MOVE W-TODAY(3:2) TO W-RCPER(5:2).
           MOVE "S" TO W-RCFUNC.
           MOVE SPACES TO W-RCKEY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF W-RCREPLY = "N"
               DISPLAY "RUN BLOCKED BY RUN CONTROL"
               GOBACK
           END-IF.

           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               MOVE "F" TO W-RCFUNC
               CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
                   W-RCREPLY
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO W-FIRST.
           OPEN I-O PROVSNAPFILE.
           IF FSPS = 30 OR FSPS = 35
               MOVE "Y" TO W-FIRST
               OPEN OUTPUT PROVSNAPFILE
               CLOSE PROVSNAPFILE
               OPEN I-O PROVSNAPFILE
           END-IF
           PERFORM OPEN-LOG-PARA.
           OPEN INPUT TRANSFERFILE.
           OPEN I-O USERFILE.
           OPEN OUTPUT FEEDFILE.
           OPEN OUTPUT FEEDRPTFILE.

           MOVE SPACES TO RPTLINE.
           STRING "PROVISIONING FEED RUN " W-TODAY
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           IF W-FIRST = "Y"
               MOVE "FIRST RUN - SNAPSHOT RECORDED, NO EVENTS RAISED"
                   TO RPTLINE
               WRITE RPTLINE
           END-IF
           MOVE "SEQUENCE EVNT EFFECTIVE EMPID  BRANCH DEPT   SIGN-ON"
               TO RPTLINE.
           WRITE RPTLINE.

           COMPUTE W-FROMSEQ = W-SEQ + 1.
           MOVE SPACES TO FEED-HEADER.
           MOVE "H" TO FH-RECTYPE.
           MOVE W-TODAY TO FH-RUNDATE.
           MOVE W-FROMSEQ TO FH-FROMSEQ.
           MOVE 0 TO FH-TOSEQ.
           MOVE "N" TO FH-RESEND.
           MOVE FEED-HEADER TO FEEDLINE.
           WRITE FEEDLINE.

           PERFORM UNTIL FSE = "10"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSE = "00"
                   PERFORM COMPARE-PARA THRU COMPARE-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO FEED-TRAILER.
           MOVE "T" TO FT-RECTYPE.
           MOVE T-EVENTS TO FT-COUNT.
           MOVE FEED-TRAILER TO FEEDLINE.
           WRITE FEEDLINE.

           MOVE 0 TO PLSEQ.
           READ PROVLOGFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE W-SEQ TO PLLASTSEQ.
           MOVE W-TODAY TO PLLASTRUN.
           REWRITE PROVLOGREC.

           CLOSE EMPFILE.
           CLOSE PROVSNAPFILE.
           CLOSE PROVLOGFILE.
           CLOSE TRANSFERFILE.
           CLOSE USERFILE.
           CLOSE FEEDFILE.
           CLOSE FEEDRPTFILE.
           MOVE "E" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF W-FIRST = "Y"
               DISPLAY "FIRST RUN - SNAPSHOT OF " T-BASE
                   " EMPLOYEES RECORDED, NO EVENTS RAISED"
           ELSE
               DISPLAY "PROVISIONING FEED COMPLETE - " T-EVENTS
                   " EVENTS, " T-USERS " SIGN-ONS DEACTIVATED"
               IF T-EVENTS > 0
                   DISPLAY "SEQUENCE " W-FROMSEQ " TO " W-SEQ
                       " IN files/PROVFEED.TXT"
               END-IF
           END-IF
           DISPLAY "LOG IN files/PROVFEED.LST".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

      * OPENS THE FEED LOG, CREATING IT AND ITS CONTROL RECORD THE
      * FIRST TIME, AND PICKS UP THE LAST SEQUENCE NUMBER GIVEN OUT.
       OPEN-LOG-PARA.
           OPEN I-O PROVLOGFILE.
           IF FSPL = 30 OR FSPL = 35
               OPEN OUTPUT PROVLOGFILE
               CLOSE PROVLOGFILE
               OPEN I-O PROVLOGFILE
           END-IF
           MOVE 0 TO PLSEQ.
           READ PROVLOGFILE
               INVALID KEY
                   MOVE SPACES TO PLLINE
                   MOVE 0 TO PLLASTSEQ
                   MOVE SPACES TO PLLASTRUN
                   WRITE PROVLOGREC
                   END-WRITE
           END-READ.
           MOVE PLLASTSEQ TO W-SEQ.

       COMPARE-PARA.
           MOVE EEMPID TO PSEMPID.
           READ PROVSNAPFILE
               INVALID KEY
                   MOVE SPACES TO PROVSNAPREC
                   MOVE EEMPID TO PSEMPID
                   MOVE "N" TO PSCEXP
                   PERFORM TAKE-SNAP-PARA
                   WRITE PROVSNAPREC
                   END-WRITE
                   ADD 1 TO T-BASE
                   IF W-FIRST NOT = "Y"
                       MOVE "JOIN" TO W-EVENT
                       MOVE EDOJ TO W-DATECK
                       PERFORM EFFECTIVE-DATE-PARA
                       MOVE SPACES TO W-OLDBR W-OLDDEPT W-USERID
                       PERFORM RAISE-EVENT-PARA
                   END-IF
                   GO TO COMPARE-EXIT
           END-READ.
           MOVE "N" TO W-CHANGED.
           IF EBRNID NOT = PSBRID OR EDEPCODE NOT = PSDEPT
               MOVE PSBRID TO W-OLDBR
               MOVE PSDEPT TO W-OLDDEPT
               MOVE "XFER" TO W-EVENT
               PERFORM TRANSFER-DATE-PARA
               MOVE SPACES TO W-USERID
               PERFORM RAISE-EVENT-PARA
               MOVE "Y" TO W-CHANGED
           END-IF
           IF ESTATUS = "S" AND PSSTAT NOT = "S"
               MOVE SPACES TO W-OLDBR W-OLDDEPT W-USERID
               MOVE "SEPN" TO W-EVENT
               MOVE ESEPDT TO W-DATECK
               PERFORM EFFECTIVE-DATE-PARA
               PERFORM RAISE-EVENT-PARA
               PERFORM DEACTIVATE-USERS-PARA
               MOVE "Y" TO W-CHANGED
           END-IF
      * A CONTRACT EXTENDED AFTER ITS EXPIRY WAS SENT CAN EXPIRE AGAIN.
           IF ECONTEND NOT = PSCONTEND
               MOVE "N" TO PSCEXP
               MOVE "Y" TO W-CHANGED
           END-IF
           IF EEMPTYPE = "C" AND ESTATUS NOT = "S" AND PSCEXP NOT = "Y"
               MOVE ECONTEND TO W-DATECK
               PERFORM CONVERT-DATE-PARA
               IF W-DATEOUT NOT = SPACES AND W-DATEOUT NOT > W-TODAY
                   MOVE W-DATEOUT TO W-EFFDT
                   MOVE SPACES TO W-OLDBR W-OLDDEPT W-USERID
                   MOVE "CEXP" TO W-EVENT
                   PERFORM RAISE-EVENT-PARA
                   MOVE "Y" TO PSCEXP
                   MOVE "Y" TO W-CHANGED
               END-IF
           END-IF
           IF W-CHANGED = "Y" OR ESTATUS NOT = PSSTAT
               PERFORM TAKE-SNAP-PARA
               REWRITE PROVSNAPREC
           END-IF.
       COMPARE-EXIT.
           EXIT.

       TAKE-SNAP-PARA.
           MOVE EBRNID TO PSBRID.
           MOVE EDEPCODE TO PSDEPT.
           MOVE ESTATUS TO PSSTAT.
           MOVE ECONTEND TO PSCONTEND.
           MOVE W-TODAY TO PSDATE.
      * ON THE FIRST RUN A CONTRACT ALREADY PAST ITS END IS NOT NEWS.
           IF W-FIRST = "Y" AND EEMPTYPE = "C"
               MOVE ECONTEND TO W-DATECK
               PERFORM CONVERT-DATE-PARA
               IF W-DATEOUT NOT = SPACES AND W-DATEOUT NOT > W-TODAY
                   MOVE "Y" TO PSCEXP
               END-IF
           END-IF.

      * DD/MM/YYYY TO YYYYMMDD, SPACES WHEN NOT A DATE.
       CONVERT-DATE-PARA.
           MOVE SPACES TO W-DATEOUT.
           IF W-DATECK(1:2) NUMERIC AND W-DATECK(4:2) NUMERIC
               AND W-DATECK(7:4) NUMERIC
               MOVE W-DATECK(7:4) TO W-DATEOUT(1:4)
               MOVE W-DATECK(4:2) TO W-DATEOUT(5:2)
               MOVE W-DATECK(1:2) TO W-DATEOUT(7:2)
           END-IF.

       EFFECTIVE-DATE-PARA.
           PERFORM CONVERT-DATE-PARA.
           IF W-DATEOUT = SPACES
               MOVE W-TODAY TO W-EFFDT
           ELSE
               MOVE W-DATEOUT TO W-EFFDT
           END-IF.

      * THE LATEST TRANSFER ON FILE TO THE EMPLOYEE'S PRESENT BRANCH
      * GIVES THE EFFECTIVE DATE; A DEPARTMENT MOVE WITHIN THE BRANCH
      * TAKES EFFECT FROM THE DAY IT IS PICKED UP.
       TRANSFER-DATE-PARA.
           MOVE W-TODAY TO W-EFFDT.
           IF EBRNID = PSBRID OR FST NOT = "00"
               GO TO TRANSFER-DATE-EXIT
           END-IF
           MOVE EEMPID TO TEMPID.
           START TRANSFERFILE KEY IS EQUAL TO TEMPID
               INVALID KEY
                   GO TO TRANSFER-DATE-EXIT
           END-START.
           PERFORM UNTIL FST NOT = "00"
               READ TRANSFERFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FST = "00" OR FST = "02"
                   IF TEMPID NOT = EEMPID
                       EXIT PERFORM
                   END-IF
                   IF TNBRID = EBRNID
                       MOVE TTRFDT TO W-DATECK
                       PERFORM CONVERT-DATE-PARA
                       IF W-DATEOUT NOT = SPACES
                           MOVE W-DATEOUT TO W-EFFDT
                       END-IF
                   END-IF
                   MOVE "00" TO FST
               END-IF
           END-PERFORM
           MOVE "00" TO FST.
       TRANSFER-DATE-EXIT.
           EXIT.

      * EVERY SIGN-ON LINKED TO THE EMPLOYEE GETS A UDIS EVENT; ONE
      * STILL ACTIVE IS DEACTIVATED HERE.
       DEACTIVATE-USERS-PARA.
           IF FSU NOT = "00"
               GO TO DEACTIVATE-USERS-EXIT
           END-IF
           MOVE LOW-VALUES TO USERID.
           START USERFILE KEY IS NOT LESS THAN USERID
               INVALID KEY
                   GO TO DEACTIVATE-USERS-EXIT
           END-START.
           PERFORM UNTIL FSU NOT = "00"
               READ USERFILE NEXT RECORD AT END EXIT PERFORM END-READ
               IF FSU = "00" AND USEREMP = EEMPID
                   IF USERSTAT NOT = "D"
                       MOVE "D" TO USERSTAT
                       REWRITE USERREC
                       ADD 1 TO T-USERS
                       MOVE "USERDEAC" TO W-SECEVENT
                       MOVE USERID TO W-SECDET
                       CALL "SECLOG" USING W-AUDITUSER W-SECEVENT
                           W-SECDET
                       MOVE "USERFILE" TO AL-FILE
                       MOVE USERID TO AL-KEY
                       MOVE "DEACTIVE" TO AL-ACTION
                       PERFORM WRITE-AUDIT-PARA
                   END-IF
                   MOVE "UDIS" TO W-EVENT
                   MOVE USERID TO W-USERID
                   PERFORM RAISE-EVENT-PARA
               END-IF
           END-PERFORM
           MOVE "00" TO FSU.
       DEACTIVATE-USERS-EXIT.
           EXIT.

       RAISE-EVENT-PARA.
           ADD 1 TO W-SEQ.
           ADD 1 TO T-EVENTS.
           MOVE SPACES TO FEED-DETAIL.
           MOVE "D" TO FD-RECTYPE.
           MOVE W-SEQ TO FD-SEQ.
           MOVE W-EVENT TO FD-EVENT.
           MOVE W-EFFDT TO FD-EFFDT.
           MOVE EEMPID TO FD-EMPID.
           MOVE EEMPNAME TO FD-NAME.
           MOVE EBRNID TO FD-BRID.
           MOVE EDEPCODE TO FD-DEPT.
           MOVE W-OLDBR TO FD-OLDBRID.
           MOVE W-OLDDEPT TO FD-OLDDEPT.
           MOVE ESTATUS TO FD-STATUS.
           MOVE W-USERID TO FD-USERID.
           MOVE W-TODAY TO FD-RAISED.
           MOVE FEED-DETAIL TO FEEDLINE.
           WRITE FEEDLINE.
           MOVE W-SEQ TO PLSEQ.
           MOVE FEED-DETAIL TO PLLINE.
           WRITE PROVLOGREC
               INVALID KEY
                   REWRITE PROVLOGREC
           END-WRITE.
           MOVE SPACES TO RPTLINE.
           STRING FD-SEQ " " FD-EVENT " " FD-EFFDT "  " FD-EMPID " "
               FD-BRID " " FD-DEPT " " FD-USERID
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.

      * RESEND REBUILDS files/PROVFEED.TXT FROM THE FEED LOG, FROM THE
      * SEQUENCE ASKED FOR TO THE LAST ONE GIVEN OUT.
       RESEND-PARA.
           DISPLAY "RESEND FROM SEQUENCE NUMBER :".
           ACCEPT W-FROMIN.
           IF W-FROMIN = SPACES
               DISPLAY "RUN CANCELLED"
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL (W-FROMIN) TO W-FROMSEQ.
           OPEN I-O PROVLOGFILE.
           IF FSPL NOT = "00"
               DISPLAY "NO FEED LOG ON FILE, STATUS " FSPL
               GOBACK
           END-IF
           MOVE 0 TO PLSEQ.
           READ PROVLOGFILE
               INVALID KEY
                   MOVE 0 TO PLLASTSEQ
           END-READ.
           MOVE PLLASTSEQ TO W-SEQ.
           IF W-FROMSEQ = 0 OR W-FROMSEQ > W-SEQ
               DISPLAY "SEQUENCE MUST BE 1 TO " W-SEQ
                   " - RUN CANCELLED"
               CLOSE PROVLOGFILE
               GOBACK
           END-IF
           OPEN OUTPUT FEEDFILE.
           MOVE SPACES TO FEED-HEADER.
           MOVE "H" TO FH-RECTYPE.
           MOVE W-TODAY TO FH-RUNDATE.
           MOVE W-FROMSEQ TO FH-FROMSEQ.
           MOVE W-SEQ TO FH-TOSEQ.
           MOVE "Y" TO FH-RESEND.
           MOVE FEED-HEADER TO FEEDLINE.
           WRITE FEEDLINE.
           MOVE W-FROMSEQ TO PLSEQ.
           START PROVLOGFILE KEY IS NOT LESS THAN PLSEQ
               INVALID KEY
                   MOVE "10" TO FSPL
           END-START.
           PERFORM UNTIL FSPL = "10"
               READ PROVLOGFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSPL = "00" AND PLSEQ > 0
                   MOVE PLLINE TO FEEDLINE
                   WRITE FEEDLINE
                   ADD 1 TO T-EVENTS
               END-IF
           END-PERFORM
           MOVE SPACES TO FEED-TRAILER.
           MOVE "T" TO FT-RECTYPE.
           MOVE T-EVENTS TO FT-COUNT.
           MOVE FEED-TRAILER TO FEEDLINE.
           WRITE FEEDLINE.
           CLOSE FEEDFILE.
           CLOSE PROVLOGFILE.
           MOVE "PROVLOGFILE" TO AL-FILE.
           MOVE W-FROMSEQ TO AL-KEY.
           MOVE "RESEND" TO AL-ACTION.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY T-EVENTS " EVENTS FROM SEQUENCE " W-FROMSEQ
               " WRITTEN TO files/PROVFEED.TXT".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.

       END PROGRAM PROVFEED.
