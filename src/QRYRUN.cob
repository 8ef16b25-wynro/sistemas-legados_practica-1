       IDENTIFICATION DIVISION.
       PROGRAM-ID. QRYRUN.

      * RUNS A SAVED AD-HOC QUERY FROM files/QRYDEF.DAT (SEE QRYMNT)
      * AGAINST THE EMPLOYEE MASTER, WITH THE PERSONAL AND PAYMENT
      * RECORDS OF EACH EMPLOYEE WHERE THE QUERY USES THEM. EMPLOYEES
      * PASSING EVERY SELECTION TEST ARE SORTED AND WRITTEN EITHER AS
      * A REPORT, files/QRY<NAME>.LST, WHICH IS SPOOLED, OR AS
      * files/QRY<NAME>.CSV. EACH RUN IS RECORDED ON RUN CONTROL AS
      * Q-<NAME> FOR THE CURRENT MONTH, WHICH IS WHAT THE JOB CALENDAR
      * CONSOLE READS. CALLED WITH LK-QNAME "*" IT RUNS EVERY QUERY ON
      * THE JOB CALENDAR THAT IS DUE.
      * PROTECTED FIELDS ARE MASKED THROUGH MASKFLD FOR ROLES THAT MAY
      * NOT SEE THEM, AND SUCH A ROLE MAY NOT SELECT ON THEIR VALUES;
      * AN UNMASKED RUN THAT SHOWS THEM IS WRITTEN TO THE SECURITY LOG.

       ENVIRONMENT DIVISION.
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

           SELECT RUNCTLFILE
               ASSIGN TO "files/RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCPROG
               FILE STATUS IS FSRC.

           SELECT EMPFILE
               ASSIGN TO "files/EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EEMPID
               FILE STATUS IS FSE.

           SELECT EMPPERSONALFILE
               ASSIGN TO "files/EMPPER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPEMPID
               FILE STATUS IS FSEP.

           SELECT PAYMENTFILE
               ASSIGN TO "files/PAYMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEMPID
               FILE STATUS IS FSP.

           SELECT QRYOUTFILE
               ASSIGN TO DYNAMIC W-OUTNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSOUT.

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

       FD RUNCTLFILE.
       01 RUNCTLREC.
           02 RCPROG   PIC X(8).
           02 RCPERIOD PIC X(7).
           02 RCSTATUS PIC X.
           02 RCKEY    PIC X(6).

      * THE MASTERS ARE ONLY READ BY FIELD OFFSET, AS CATALOGUED IN
      * QRYFLD.
       FD EMPFILE.
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 FILLER    PIC X(109).
           02 EBRNID    PIC X(6).
           02 FILLER    PIC X(34).

       FD EMPPERSONALFILE.
       01 EMPPERSONALREC.
           02 EPEMPID   PIC X(6).
           02 FILLER    PIC X(326).

       FD PAYMENTFILE.
       01 PAYMENTREC.
           02 PEMPID    PIC X(6).
           02 FILLER    PIC X(296).

       FD QRYOUTFILE.
       01 OUTLINE PIC X(400).

       WORKING-STORAGE SECTION.
       77 FSQD       PIC XX.
       77 FSJC       PIC XX.
       77 FSRC       PIC XX.
       77 FSE        PIC XX.
       77 FSEP       PIC XX.
       77 FSP        PIC XX.
       77 FSOUT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-ROLE     PIC X.
       77 W-TODAY    PIC X(8).
       77 W-CURIN    PIC X(7).
       77 W-OUTNAME  PIC X(30).
       77 W-IDX      PIC 99.
       77 W-JDX      PIC 99.
       77 W-OK       PIC X.
       77 W-PASS     PIC X.
       77 W-NEEDP    PIC X.
       77 W-NEEDY    PIC X.
       77 W-HAVEP    PIC X.
       77 W-HAVEY    PIC X.
       77 W-MASKROLE PIC X.
       77 W-SENSOUT  PIC X.
       77 W-FFUNC    PIC X.
       77 W-FIDX     PIC 99.
       77 W-POS      PIC 999.
       77 W-PTR      PIC 999.
       77 W-READCNT  PIC 9(7).
       77 W-SELCNT   PIC 9(7).
       77 W-DROPCNT  PIC 9(7).
       77 W-CNTED    PIC Z,ZZZ,ZZ9.
       77 W-DUECNT   PIC 99.
       77 W-DUEIDX   PIC 99.
       77 W-DUEST    PIC X(4).
       77 W-DATECK   PIC X(10).
       77 W-DATENUM  PIC 9(8).

       77 W-RCPROG   PIC X(8).
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.

       77 W-SPREPORT PIC X(12).
       77 W-SECEVENT PIC X(8).
       77 W-SECDET   PIC X(20).
       77 W-AUDITUSER PIC X(10).
       77 W-COFUNC   PIC X.
       77 W-COREPLY  PIC X.
       77 W-EMPCO    PIC X(4).

       01 W-MKIN     PIC X(22).
       01 W-MKOUT    PIC X(22).
       77 W-MKFLAG   PIC X.

       01 W-FIELD.
           02 W-FCODE  PIC X(10).
           02 W-FSRC   PIC X.
           02 W-FOFF   PIC 999.
           02 W-FLEN   PIC 99.
           02 W-FKIND  PIC X.
           02 W-FDEC   PIC 9.
           02 W-FSENS  PIC X.
           02 W-FWIDTH PIC 99.

      * THE VALUE OF THE CURRENT FIELD FOR THE CURRENT EMPLOYEE, AS
      * TEXT, AS A NUMBER AND AS A YYYYMMDD DATE.
       01 W-VTEXT    PIC X(30).
       77 W-VNUM     PIC 9(10)V99.
       77 W-VDATE    PIC 9(8).
       01 W-SKNUM    PIC 9(10)V99.
       01 W-SKNUMX REDEFINES W-SKNUM PIC X(12).
       01 W-CELL     PIC X(30).
       77 W-NUMED2   PIC ZZ,ZZZ,ZZ9.99.
       01 W-NUMED0   PIC Z(9)9.
       01 W-ROWLINE  PIC X(320).
       01 W-ROWKEY.
           02 W-ROWKEY1 PIC X(30).
           02 W-ROWKEY2 PIC X(30).

      * OUTPUT COLUMNS, SELECTION TESTS AND SORT FIELDS RESOLVED
      * FROM THE QUERY.
       77 W-COLCNT   PIC 99.
       01 COL-TABLE.
           02 OC-ENTRY OCCURS 10 TIMES.
               03 OC-FIELD.
                   04 OC-CODE  PIC X(10).
                   04 OC-SRC   PIC X.
                   04 OC-OFF   PIC 999.
                   04 OC-LEN   PIC 99.
                   04 OC-KIND  PIC X.
                   04 OC-DEC   PIC 9.
                   04 OC-SENS  PIC X.
                   04 OC-WIDTH PIC 99.
               03 OC-POS   PIC 999.
       77 W-CRITCNT  PIC 9.
       01 CRIT-TABLE.
           02 CC-ENTRY OCCURS 5 TIMES.
               03 CC-FIELD.
                   04 CC-CODE  PIC X(10).
                   04 CC-SRC   PIC X.
                   04 CC-OFF   PIC 999.
                   04 CC-LEN   PIC 99.
                   04 CC-KIND  PIC X.
                   04 CC-DEC   PIC 9.
                   04 CC-SENS  PIC X.
                   04 CC-WIDTH PIC 99.
               03 CC-OP     PIC XX.
               03 CC-LOWX   PIC X(30).
               03 CC-HIGHX  PIC X(30).
               03 CC-LOWN   PIC 9(10)V99.
               03 CC-HIGHN  PIC 9(10)V99.
               03 CC-LOWD   PIC 9(8).
               03 CC-HIGHD  PIC 9(8).
       77 W-SORTCNT  PIC 9.
       01 SORT-TABLE.
           02 SF-FIELD OCCURS 2 TIMES PIC X(21).

      * SELECTED ROWS, HELD IN SORT-KEY ORDER AS THEY ARE FOUND.
       77 W-ROWCNT   PIC 9(4).
       77 W-ROWMAX   PIC 9(4) VALUE 2000.
       77 W-ROWIDX   PIC 9(4).
       01 ROW-TABLE.
           02 QR-ROW OCCURS 2000 TIMES.
               03 QR-KEY   PIC X(60).
               03 QR-LINE  PIC X(320).

       01 DUE-TABLE.
           02 DUE-NAME PIC X(6) OCCURS 50 TIMES.

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).
       01 LK-ROLE   PIC X.
       01 LK-QNAME  PIC X(6).

       PROCEDURE DIVISION USING LK-USERID LK-ROLE LK-QNAME.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE LK-ROLE TO W-ROLE.
           IF W-ROLE = SPACE
               MOVE "A" TO W-ROLE
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           MOVE W-TODAY(5:2) TO W-CURIN(1:2).
           MOVE "/" TO W-CURIN(3:1).
           MOVE W-TODAY(1:4) TO W-CURIN(4:4).
           MOVE SPACES TO W-MKIN.
           CALL "MASKFLD" USING W-ROLE W-MKIN W-MKOUT W-MASKROLE.
           IF LK-QNAME = "*"
               PERFORM FIND-DUE-PARA THRU FIND-DUE-EXIT
               PERFORM VARYING W-DUEIDX FROM 1 BY 1
                   UNTIL W-DUEIDX > W-DUECNT
                   MOVE DUE-NAME (W-DUEIDX) TO QDNAME
                   PERFORM RUN-QUERY-PARA THRU RUN-QUERY-EXIT
               END-PERFORM
           ELSE
               MOVE LK-QNAME TO QDNAME
               PERFORM RUN-QUERY-PARA THRU RUN-QUERY-EXIT
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

      * COLLECTS THE QUERIES ON THE JOB CALENDAR (Q-<NAME>) THAT HAVE
      * NOT COMPLETED FOR THIS MONTH - OR THIS YEAR FOR AN ANNUAL
      * ENTRY - THE SAME TEST THE OPERATOR CONSOLE APPLIES.
       FIND-DUE-PARA.
           MOVE 0 TO W-DUECNT.
           OPEN INPUT JOBCALFILE.
           IF FSJC NOT = "00"
               DISPLAY "NO JOB CALENDAR ON FILE - NO QUERIES SCHEDULED"
               GO TO FIND-DUE-EXIT
           END-IF
           OPEN INPUT RUNCTLFILE.
           MOVE "Q-" TO JCPROG.
           START JOBCALFILE KEY IS NOT LESS THAN JCPROG
               INVALID KEY
                   MOVE "10" TO FSJC
           END-START.
           PERFORM UNTIL FSJC NOT = "00"
               READ JOBCALFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF JCPROG(1:2) NOT = "Q-"
                   EXIT PERFORM
               END-IF
               MOVE "DUE" TO W-DUEST
               IF FSRC = "00" OR FSRC = "23"
                   MOVE JCPROG TO RCPROG
                   READ RUNCTLFILE
                       INVALID KEY
                           MOVE "DUE" TO W-DUEST
                       NOT INVALID KEY
                           IF RCSTATUS = "R"
                               MOVE "RUN" TO W-DUEST
                           END-IF
                           IF RCSTATUS = "C" AND JCFREQ = "A"
                               AND RCPERIOD(4:4) = W-CURIN(4:4)
                               MOVE "DONE" TO W-DUEST
                           END-IF
                           IF RCSTATUS = "C" AND JCFREQ = "M"
                               AND RCPERIOD = W-CURIN
                               MOVE "DONE" TO W-DUEST
                           END-IF
                   END-READ
               END-IF
               IF W-DUEST = "RUN"
                   DISPLAY JCPROG " IS STILL MARKED RUNNING - CHECK "
                       "THE OPERATOR CONSOLE"
               END-IF
               IF W-DUEST = "DUE" AND W-DUECNT < 50
                   ADD 1 TO W-DUECNT
                   MOVE JCPROG(3:6) TO DUE-NAME (W-DUECNT)
               END-IF
           END-PERFORM
           CLOSE JOBCALFILE.
           IF FSRC = "00" OR FSRC = "10" OR FSRC = "23"
               CLOSE RUNCTLFILE
           END-IF
           DISPLAY W-DUECNT " SCHEDULED QUERIES DUE FOR " W-CURIN.
       FIND-DUE-EXIT.
           EXIT.

       RUN-QUERY-PARA.
           OPEN INPUT QRYDEFFILE.
           IF FSQD NOT = "00"
               DISPLAY "NO QUERIES ON FILE"
               GO TO RUN-QUERY-EXIT
           END-IF
           READ QRYDEFFILE
               INVALID KEY
                   DISPLAY "NO SUCH QUERY " QDNAME
                   CLOSE QRYDEFFILE
                   GO TO RUN-QUERY-EXIT
           END-READ.
           CLOSE QRYDEFFILE.
           DISPLAY "QUERY " QDNAME " - " QDDESC.
           PERFORM RESOLVE-PARA THRU RESOLVE-EXIT.
           IF W-OK = "N"
               GO TO RUN-QUERY-EXIT
           END-IF

           MOVE SPACES TO W-RCPROG.
           STRING "Q-" QDNAME DELIMITED BY SIZE INTO W-RCPROG
           END-STRING.
           MOVE W-CURIN TO W-RCPER.
           MOVE "S" TO W-RCFUNC.
           MOVE SPACES TO W-RCKEY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF W-RCREPLY = "N"
               DISPLAY "RUN BLOCKED BY RUN CONTROL"
               GO TO RUN-QUERY-EXIT
           END-IF

           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
               DISPLAY "UNABLE TO OPEN EMPLOYEE FILE, STATUS " FSE
               MOVE "F" TO W-RCFUNC
               CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
                   W-RCREPLY
               GO TO RUN-QUERY-EXIT
           END-IF
           MOVE "N" TO W-HAVEP.
           MOVE "N" TO W-HAVEY.
           IF W-NEEDP = "Y"
               OPEN INPUT EMPPERSONALFILE
               IF FSEP = "00"
                   MOVE "Y" TO W-HAVEP
               END-IF
           END-IF
           IF W-NEEDY = "Y"
               OPEN INPUT PAYMENTFILE
               IF FSP = "00"
                   MOVE "Y" TO W-HAVEY
               END-IF
           END-IF
           MOVE 0 TO W-READCNT W-SELCNT W-DROPCNT W-ROWCNT.
      * ONLY EMPLOYEES OF THE COMPANIES THE USER MAY WORK ON ARE
      * SELECTED.
           MOVE "C" TO W-COFUNC.
           MOVE LOW-VALUES TO EEMPID.
           START EMPFILE KEY IS NOT LESS THAN EEMPID
               INVALID KEY
                   MOVE "10" TO FSE
           END-START.
           PERFORM UNTIL FSE NOT = "00"
               READ EMPFILE NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF FSE = "00"
                   PERFORM SELECT-EMP-PARA THRU SELECT-EMP-EXIT
               END-IF
           END-PERFORM
           CANCEL "BRCOMP".
           CLOSE EMPFILE.
           IF W-HAVEP = "Y"
               CLOSE EMPPERSONALFILE
           END-IF
           IF W-HAVEY = "Y"
               CLOSE PAYMENTFILE
           END-IF

           IF QDOUT = "C"
               PERFORM WRITE-CSV-PARA
           ELSE
               PERFORM WRITE-REPORT-PARA
           END-IF
           IF W-SENSOUT = "Y" AND W-MASKROLE = "N"
               MOVE "PIIEXPRT" TO W-SECEVENT
               MOVE W-OUTNAME(7:) TO W-SECDET
               CALL "SECLOG" USING W-AUDITUSER W-SECEVENT W-SECDET
           END-IF
           MOVE "E" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF QDOUT NOT = "C"
               MOVE SPACES TO W-SPREPORT
               STRING "QRY" QDNAME DELIMITED BY SIZE INTO W-SPREPORT
               END-STRING
               CALL "SPOOLCAP" USING W-SPREPORT W-CURIN W-AUDITUSER
           END-IF
           MOVE W-SELCNT TO W-CNTED.
           DISPLAY W-CNTED " EMPLOYEES SELECTED - OUTPUT IN "
               W-OUTNAME.
           IF W-DROPCNT > 0
               MOVE W-DROPCNT TO W-CNTED
               DISPLAY W-CNTED " FURTHER MATCHES NOT LISTED - NARROW "
                   "THE SELECTION"
           END-IF.
       RUN-QUERY-EXIT.
           EXIT.

      * LOOKS UP EVERY FIELD THE QUERY NAMES AND BUILDS THE COLUMN,
      * TEST AND SORT TABLES. A ROLE THAT SEES PROTECTED FIELDS
      * MASKED MAY NOT TEST THEIR VALUES, ONLY WHETHER THEY ARE BLANK.
       RESOLVE-PARA.
           MOVE "Y" TO W-OK.
           MOVE "N" TO W-NEEDP W-NEEDY W-SENSOUT.
           MOVE 0 TO W-COLCNT W-CRITCNT W-SORTCNT.
           MOVE 1 TO W-POS.
           MOVE "C" TO W-FFUNC.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 10
               IF QDFLD (W-IDX) NOT = SPACES
                   MOVE QDFLD (W-IDX) TO W-FCODE
                   MOVE 0 TO W-FIDX
                   CALL "QRYFLD" USING W-FFUNC W-FIDX W-FIELD
                   IF W-FIDX = 0
                       DISPLAY "FIELD " QDFLD (W-IDX)
                           " NO LONGER CATALOGUED - LEFT OUT"
                   ELSE
                       ADD 1 TO W-COLCNT
                       MOVE W-FIELD TO OC-FIELD (W-COLCNT)
                       MOVE W-POS TO OC-POS (W-COLCNT)
                       COMPUTE W-POS = W-POS + W-FWIDTH + 1
                       PERFORM NOTE-SOURCE-PARA
                       IF W-FSENS = "Y"
                           MOVE "Y" TO W-SENSOUT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF W-COLCNT = 0
               DISPLAY "QUERY HAS NO FIELDS TO SHOW - NOT RUN"
               GO TO RESOLVE-FAIL
           END-IF
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 5
               OR W-OK = "N"
               IF QCFLD (W-IDX) NOT = SPACES
                   PERFORM RESOLVE-CRIT-PARA
               END-IF
           END-PERFORM
           IF W-OK = "N"
               GO TO RESOLVE-EXIT
           END-IF
           IF QDSORT1 NOT = SPACES
               MOVE QDSORT1 TO W-FCODE
               PERFORM RESOLVE-SORT-PARA
           END-IF
           IF QDSORT2 NOT = SPACES
               MOVE QDSORT2 TO W-FCODE
               PERFORM RESOLVE-SORT-PARA
           END-IF
           GO TO RESOLVE-EXIT.
       RESOLVE-FAIL.
           MOVE "N" TO W-OK.
       RESOLVE-EXIT.
           EXIT.

       RESOLVE-CRIT-PARA.
           MOVE QCFLD (W-IDX) TO W-FCODE.
           MOVE 0 TO W-FIDX.
           CALL "QRYFLD" USING W-FFUNC W-FIDX W-FIELD.
           IF W-FIDX = 0
               DISPLAY "SELECTION FIELD " QCFLD (W-IDX)
                   " NO LONGER CATALOGUED - QUERY NOT RUN"
               MOVE "N" TO W-OK
           ELSE
           IF W-FSENS = "Y" AND W-MASKROLE = "Y"
               AND QCOP (W-IDX) NOT = "BL" AND QCOP (W-IDX) NOT = "NB"
               DISPLAY "QUERY SELECTS ON THE VALUE OF " W-FCODE
                   " - NOT AVAILABLE TO YOUR ROLE"
               MOVE "N" TO W-OK
           ELSE
               ADD 1 TO W-CRITCNT
               MOVE W-FIELD TO CC-FIELD (W-CRITCNT)
               MOVE QCOP (W-IDX) TO CC-OP (W-CRITCNT)
               MOVE FUNCTION UPPER-CASE (QCLOW (W-IDX))
                   TO CC-LOWX (W-CRITCNT)
               MOVE FUNCTION UPPER-CASE (QCHIGH (W-IDX))
                   TO CC-HIGHX (W-CRITCNT)
               MOVE 0 TO CC-LOWN (W-CRITCNT) CC-HIGHN (W-CRITCNT)
               MOVE 0 TO CC-LOWD (W-CRITCNT) CC-HIGHD (W-CRITCNT)
               IF W-FKIND = "N"
                   IF QCLOW (W-IDX) NOT = SPACES
                       COMPUTE CC-LOWN (W-CRITCNT) =
                           FUNCTION NUMVAL (QCLOW (W-IDX))
                   END-IF
                   IF QCHIGH (W-IDX) NOT = SPACES
                       COMPUTE CC-HIGHN (W-CRITCNT) =
                           FUNCTION NUMVAL (QCHIGH (W-IDX))
                   END-IF
               END-IF
               IF W-FKIND = "D"
                   MOVE QCLOW (W-IDX) TO W-DATECK
                   PERFORM DATE-TO-NUM-PARA
                   MOVE W-DATENUM TO CC-LOWD (W-CRITCNT)
                   MOVE QCHIGH (W-IDX) TO W-DATECK
                   PERFORM DATE-TO-NUM-PARA
                   MOVE W-DATENUM TO CC-HIGHD (W-CRITCNT)
               END-IF
               PERFORM NOTE-SOURCE-PARA
           END-IF
           END-IF.

       RESOLVE-SORT-PARA.
           MOVE 0 TO W-FIDX.
           CALL "QRYFLD" USING W-FFUNC W-FIDX W-FIELD.
           IF W-FIDX > 0
               ADD 1 TO W-SORTCNT
               MOVE W-FIELD TO SF-FIELD (W-SORTCNT)
               PERFORM NOTE-SOURCE-PARA
           END-IF.

       NOTE-SOURCE-PARA.
           IF W-FSRC = "P"
               MOVE "Y" TO W-NEEDP
           END-IF
           IF W-FSRC = "Y"
               MOVE "Y" TO W-NEEDY
           END-IF.

      * AN EMPLOYEE WITH NO PERSONAL OR PAYMENT RECORD IS TESTED AS
      * IF EVERY FIELD ON IT WERE BLANK.
       SELECT-EMP-PARA.
           ADD 1 TO W-READCNT.
           CALL "BRCOMP" USING EBRNID W-EMPCO.
           CALL "CMPYSEL" USING W-COFUNC W-AUDITUSER W-EMPCO W-COREPLY.
           IF W-COREPLY NOT = "Y"
               GO TO SELECT-EMP-EXIT
           END-IF
           IF W-NEEDP = "Y"
               MOVE SPACES TO EMPPERSONALREC
               IF W-HAVEP = "Y"
                   MOVE EEMPID TO EPEMPID
                   READ EMPPERSONALFILE
                       INVALID KEY
                           MOVE SPACES TO EMPPERSONALREC
                   END-READ
               END-IF
           END-IF
           IF W-NEEDY = "Y"
               MOVE SPACES TO PAYMENTREC
               IF W-HAVEY = "Y"
                   MOVE EEMPID TO PEMPID
                   READ PAYMENTFILE
                       INVALID KEY
                           MOVE SPACES TO PAYMENTREC
                   END-READ
               END-IF
           END-IF
           PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > W-CRITCNT
               MOVE CC-FIELD (W-JDX) TO W-FIELD
               PERFORM GET-VALUE-PARA
               PERFORM TEST-CRIT-PARA
               IF W-PASS = "N"
                   GO TO SELECT-EMP-EXIT
               END-IF
           END-PERFORM
           ADD 1 TO W-SELCNT.
           MOVE SPACES TO W-ROWLINE.
           PERFORM VARYING W-JDX FROM 1 BY 1 UNTIL W-JDX > W-COLCNT
               MOVE OC-FIELD (W-JDX) TO W-FIELD
               PERFORM GET-VALUE-PARA
               PERFORM FORMAT-CELL-PARA
               MOVE W-CELL(1:W-FWIDTH)
                   TO W-ROWLINE(OC-POS (W-JDX):W-FWIDTH)
           END-PERFORM
           MOVE SPACES TO W-ROWKEY.
           IF W-SORTCNT > 0
               MOVE SF-FIELD (1) TO W-FIELD
               PERFORM GET-VALUE-PARA
               PERFORM SORT-VALUE-PARA
               MOVE W-CELL TO W-ROWKEY1
           END-IF
           IF W-SORTCNT > 1
               MOVE SF-FIELD (2) TO W-FIELD
               PERFORM GET-VALUE-PARA
               PERFORM SORT-VALUE-PARA
               MOVE W-CELL TO W-ROWKEY2
           END-IF
           PERFORM INSERT-ROW-PARA.
       SELECT-EMP-EXIT.
           EXIT.

       GET-VALUE-PARA.
           MOVE SPACES TO W-VTEXT.
           EVALUATE W-FSRC
               WHEN "E"
                   MOVE EMPREC(W-FOFF:W-FLEN) TO W-VTEXT
               WHEN "P"
                   MOVE EMPPERSONALREC(W-FOFF:W-FLEN) TO W-VTEXT
               WHEN OTHER
                   MOVE PAYMENTREC(W-FOFF:W-FLEN) TO W-VTEXT
           END-EVALUATE
           MOVE 0 TO W-VNUM.
           MOVE 0 TO W-VDATE.
           IF W-FKIND = "N"
               IF W-VTEXT(1:W-FLEN) IS NUMERIC
                   COMPUTE W-VNUM =
                       FUNCTION NUMVAL (W-VTEXT(1:W-FLEN))
                       / (10 ** W-FDEC)
               END-IF
           END-IF
           IF W-FKIND = "D"
               MOVE W-VTEXT(1:10) TO W-DATECK
               PERFORM DATE-TO-NUM-PARA
               MOVE W-DATENUM TO W-VDATE
           END-IF.

      * EQ AND RG COMPARE TEXT WITHOUT REGARD TO CASE. A BLANK OR
      * UNREADABLE DATE NEVER FALLS WITHIN A RANGE.
       TEST-CRIT-PARA.
           MOVE "Y" TO W-PASS.
           MOVE FUNCTION UPPER-CASE (W-VTEXT) TO W-VTEXT.
           EVALUATE CC-OP (W-JDX) ALSO W-FKIND
               WHEN "BL" ALSO "N"
                   IF W-VNUM NOT = 0
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN "BL" ALSO "D"
                   IF W-VDATE NOT = 0
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN "BL" ALSO ANY
                   IF W-VTEXT NOT = SPACES
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN "NB" ALSO "N"
                   IF W-VNUM = 0
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN "NB" ALSO "D"
                   IF W-VDATE = 0
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN "NB" ALSO ANY
                   IF W-VTEXT = SPACES
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN "EQ" ALSO "N"
                   IF W-VNUM NOT = CC-LOWN (W-JDX)
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN "EQ" ALSO "D"
                   IF W-VDATE NOT = CC-LOWD (W-JDX)
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN "EQ" ALSO ANY
                   IF W-VTEXT NOT = CC-LOWX (W-JDX)
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN "RG" ALSO "N"
                   IF (CC-LOWX (W-JDX) NOT = SPACES
                       AND W-VNUM < CC-LOWN (W-JDX))
                       OR (CC-HIGHX (W-JDX) NOT = SPACES
                       AND W-VNUM > CC-HIGHN (W-JDX))
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN "RG" ALSO "D"
                   IF W-VDATE = 0
                       OR (CC-LOWD (W-JDX) > 0
                       AND W-VDATE < CC-LOWD (W-JDX))
                       OR (CC-HIGHD (W-JDX) > 0
                       AND W-VDATE > CC-HIGHD (W-JDX))
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN "RG" ALSO ANY
                   IF (CC-LOWX (W-JDX) NOT = SPACES
                       AND W-VTEXT < CC-LOWX (W-JDX))
                       OR (CC-HIGHX (W-JDX) NOT = SPACES
                       AND W-VTEXT > CC-HIGHX (W-JDX))
                       MOVE "N" TO W-PASS
                   END-IF
               WHEN OTHER
                   MOVE "N" TO W-PASS
           END-EVALUATE.

      * PUTS THE CURRENT VALUE INTO W-CELL AS IT IS TO BE SHOWN,
      * MASKED WHERE THE ROLE CALLS FOR IT.
       FORMAT-CELL-PARA.
           MOVE SPACES TO W-CELL.
           IF W-FKIND = "N"
               IF W-FDEC > 0
                   MOVE W-VNUM TO W-NUMED2
                   MOVE W-NUMED2 TO W-CELL
               ELSE
                   MOVE W-VNUM TO W-NUMED0
                   MOVE W-NUMED0(11 - W-FWIDTH:W-FWIDTH) TO W-CELL
               END-IF
           ELSE
               MOVE W-VTEXT(1:W-FLEN) TO W-CELL
           END-IF
           IF W-FSENS = "Y"
               MOVE W-CELL TO W-MKIN
               CALL "MASKFLD" USING W-ROLE W-MKIN W-MKOUT W-MKFLAG
               MOVE W-MKOUT TO W-CELL
           END-IF.

      * SORT KEYS: TEXT AS IT STANDS, NUMBERS ZERO-FILLED AND DATES
      * AS YYYYMMDD SO THAT EACH COMPARES IN ITS NATURAL ORDER.
       SORT-VALUE-PARA.
           MOVE SPACES TO W-CELL.
           IF W-FKIND = "N"
               MOVE W-VNUM TO W-SKNUM
               MOVE W-SKNUMX TO W-CELL
           ELSE
           IF W-FKIND = "D"
               MOVE W-VDATE TO W-CELL(1:8)
           ELSE
               MOVE FUNCTION UPPER-CASE (W-VTEXT) TO W-CELL
           END-IF
           END-IF.

      * THE EMPLOYEE FILE IS READ IN CODE ORDER, SO ROWS WITH EQUAL
      * KEYS STAY IN CODE ORDER. A NEW ROW GOES IN AFTER EVERY ROW
      * WHOSE KEY IS NOT GREATER THAN ITS OWN.
       INSERT-ROW-PARA.
           IF W-ROWCNT NOT < W-ROWMAX
               SUBTRACT 1 FROM W-SELCNT
               ADD 1 TO W-DROPCNT
           ELSE
               MOVE W-ROWCNT TO W-ROWIDX
               PERFORM UNTIL W-ROWIDX = 0
                   OR QR-KEY (W-ROWIDX) NOT > W-ROWKEY
                   MOVE QR-ROW (W-ROWIDX) TO QR-ROW (W-ROWIDX + 1)
                   SUBTRACT 1 FROM W-ROWIDX
               END-PERFORM
               ADD 1 TO W-ROWIDX
               MOVE W-ROWKEY TO QR-KEY (W-ROWIDX)
               MOVE W-ROWLINE TO QR-LINE (W-ROWIDX)
               ADD 1 TO W-ROWCNT
           END-IF.

       WRITE-REPORT-PARA.
           MOVE SPACES TO W-OUTNAME.
           STRING "files/QRY" DELIMITED BY SIZE
               QDNAME DELIMITED BY SPACE
               ".LST" DELIMITED BY SIZE INTO W-OUTNAME
           END-STRING.
           OPEN OUTPUT QRYOUTFILE.
           MOVE SPACES TO OUTLINE.
           STRING "AD-HOC QUERY " QDNAME " - " QDDESC
               DELIMITED BY SIZE INTO OUTLINE
           END-STRING.
           WRITE OUTLINE.
           MOVE SPACES TO OUTLINE.
           STRING "RUN " W-TODAY " BY " W-AUDITUSER
               DELIMITED BY SIZE INTO OUTLINE
           END-STRING.
           IF W-SENSOUT = "Y" AND W-MASKROLE = "Y"
               MOVE "(PROTECTED FIELDS MASKED)" TO OUTLINE(40:25)
           END-IF
           IF W-SENSOUT = "Y" AND W-MASKROLE = "N"
               MOVE "(PROTECTED FIELDS UNMASKED)" TO OUTLINE(40:27)
           END-IF
           WRITE OUTLINE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-CRITCNT
               MOVE SPACES TO OUTLINE
               STRING "SELECT " CC-CODE (W-IDX) " " CC-OP (W-IDX) " "
                   CC-LOWX (W-IDX) " " CC-HIGHX (W-IDX)
                   DELIMITED BY SIZE INTO OUTLINE
               END-STRING
               WRITE OUTLINE
           END-PERFORM
           MOVE SPACES TO OUTLINE.
           WRITE OUTLINE.
           MOVE SPACES TO W-ROWLINE.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-COLCNT
               MOVE OC-CODE (W-IDX)
                   TO W-ROWLINE(OC-POS (W-IDX):OC-WIDTH (W-IDX))
           END-PERFORM
           MOVE W-ROWLINE(1:132) TO OUTLINE.
           WRITE OUTLINE.
           PERFORM VARYING W-ROWIDX FROM 1 BY 1
               UNTIL W-ROWIDX > W-ROWCNT
               IF QDSDIR = "D"
                   MOVE QR-LINE (W-ROWCNT - W-ROWIDX + 1)(1:132)
                       TO OUTLINE
               ELSE
                   MOVE QR-LINE (W-ROWIDX)(1:132) TO OUTLINE
               END-IF
               WRITE OUTLINE
           END-PERFORM
           MOVE SPACES TO OUTLINE.
           WRITE OUTLINE.
           MOVE SPACES TO OUTLINE.
           MOVE W-SELCNT TO W-CNTED.
           STRING W-CNTED " SELECTED OF " DELIMITED BY SIZE
               INTO OUTLINE
           END-STRING.
           MOVE W-READCNT TO W-CNTED.
           MOVE W-CNTED TO OUTLINE(23:9).
           MOVE " EMPLOYEES READ" TO OUTLINE(32:15).
           WRITE OUTLINE.
           IF W-DROPCNT > 0
               MOVE SPACES TO OUTLINE
               MOVE W-DROPCNT TO W-CNTED
               STRING W-CNTED " FURTHER MATCHES NOT LISTED"
                   DELIMITED BY SIZE INTO OUTLINE
               END-STRING
               WRITE OUTLINE
           END-IF
           CLOSE QRYOUTFILE.

      * ONE LINE PER EMPLOYEE, TEXT AND DATES IN QUOTES, WITH A LAST
      * COLUMN FLAGGING PROTECTED FIELDS MASKED (Y) OR NOT (N).
       WRITE-CSV-PARA.
           MOVE SPACES TO W-OUTNAME.
           STRING "files/QRY" DELIMITED BY SIZE
               QDNAME DELIMITED BY SPACE
               ".CSV" DELIMITED BY SIZE INTO W-OUTNAME
           END-STRING.
           OPEN OUTPUT QRYOUTFILE.
           MOVE SPACES TO OUTLINE.
           MOVE 1 TO W-PTR.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-COLCNT
               STRING FUNCTION TRIM (OC-CODE (W-IDX)) ","
                   DELIMITED BY SIZE INTO OUTLINE WITH POINTER W-PTR
               END-STRING
           END-PERFORM
           STRING "MASKED" DELIMITED BY SIZE INTO OUTLINE
               WITH POINTER W-PTR
           END-STRING.
           WRITE OUTLINE.
           PERFORM VARYING W-ROWIDX FROM 1 BY 1
               UNTIL W-ROWIDX > W-ROWCNT
               IF QDSDIR = "D"
                   MOVE QR-LINE (W-ROWCNT - W-ROWIDX + 1) TO W-ROWLINE
               ELSE
                   MOVE QR-LINE (W-ROWIDX) TO W-ROWLINE
               END-IF
               MOVE SPACES TO OUTLINE
               MOVE 1 TO W-PTR
               PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-COLCNT
                   MOVE W-ROWLINE(OC-POS (W-IDX):OC-WIDTH (W-IDX))
                       TO W-CELL
                   INSPECT W-CELL REPLACING ALL '"' BY "'"
                   IF OC-KIND (W-IDX) = "N"
                       STRING FUNCTION TRIM (W-CELL) ","
                           DELIMITED BY SIZE INTO OUTLINE
                           WITH POINTER W-PTR
                       END-STRING
                   ELSE
                       STRING '"' FUNCTION TRIM (W-CELL) '",'
                           DELIMITED BY SIZE INTO OUTLINE
                           WITH POINTER W-PTR
                       END-STRING
                   END-IF
               END-PERFORM
               IF W-SENSOUT = "Y" AND W-MASKROLE = "Y"
                   STRING "Y" DELIMITED BY SIZE INTO OUTLINE
                       WITH POINTER W-PTR
                   END-STRING
               ELSE
                   STRING "N" DELIMITED BY SIZE INTO OUTLINE
                       WITH POINTER W-PTR
                   END-STRING
               END-IF
               WRITE OUTLINE
           END-PERFORM
           CLOSE QRYOUTFILE.

       DATE-TO-NUM-PARA.
           MOVE 0 TO W-DATENUM.
           IF W-DATECK(1:2) NUMERIC AND W-DATECK(4:2) NUMERIC
               AND W-DATECK(7:4) NUMERIC
               AND W-DATECK(3:1) = "/" AND W-DATECK(6:1) = "/"
               MOVE W-DATECK(7:4) TO W-DATENUM(1:4)
               MOVE W-DATECK(4:2) TO W-DATENUM(5:2)
               MOVE W-DATECK(1:2) TO W-DATENUM(7:2)
           END-IF.

       END PROGRAM QRYRUN.
