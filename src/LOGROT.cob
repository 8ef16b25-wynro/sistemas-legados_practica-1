       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGROT.

      * MONTHLY ROTATION OF THE AUDIT TRAIL AND THE SECURITY LOG.
      * EVERYTHING LOGGED BEFORE THE CURRENT MONTH IS MOVED OUT OF
      * files/AUDIT.DAT AND files/SECLOG.DAT INTO THE NEXT NUMBERED
      * ARCHIVE, files/AUDITnnnn.ARC OR files/SECLOGnnnn.ARC, AND
      * REGISTERED ON files/LOGARCH.DAT WITH THE DATES AND SEQUENCE
      * NUMBERS IT HOLDS SO AUDITINQ, SECREVW AND LOGVFY CAN FIND IT.
      * RECORDS ARE MOVED UNCHANGED, SO THE CHAIN RUNS ON FROM THE
      * LAST ARCHIVE INTO THE LIVE LOG. THE LIVE LOG IS REBUILT FROM
      * A WORK COPY; IF A RUN IS CUT SHORT AFTER THE ARCHIVE IS
      * REGISTERED, RUNNING IT AGAIN DROPS THE RECORDS ALREADY
      * ARCHIVED. NO ONE SHOULD BE SIGNED ON WHILE IT RUNS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOGCTLFILE
               ASSIGN TO "files/LOGCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCLOG
               FILE STATUS IS FSLC.

           SELECT LOGARCHFILE
               ASSIGN TO "files/LOGARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAKEY
               FILE STATUS IS FSLA.

           SELECT LIVEFILE
               ASSIGN TO DYNAMIC W-LIVENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSLV.

           SELECT TMPFILE
               ASSIGN TO DYNAMIC W-TMPNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTM.

           SELECT ARCFILE
               ASSIGN TO DYNAMIC W-ARCNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSAR.

           SELECT ROTRPTFILE
               ASSIGN TO "files/LOGROT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSRPT.

       DATA DIVISION.
       FILE SECTION.

       FD LOGCTLFILE.
       01 LOGCTLREC.
           02 LCLOG     PIC X(8).
           02 LCSEQ     PIC 9(9).
           02 LCCHK     PIC 9(10).
           02 LCARCH    PIC 9(4).
           02 LCARCSEQ  PIC 9(9).
           02 LCROTDT   PIC X(8).

       FD LOGARCHFILE.
       01 LOGARCHREC.
           02 LAKEY.
               03 LALOG    PIC X(8).
               03 LANO     PIC 9(4).
           02 LAFROM    PIC X(8).
           02 LATO      PIC X(8).
           02 LAFSEQ    PIC 9(9).
           02 LALSEQ    PIC 9(9).
           02 LALINES   PIC 9(7).
           02 LAROTDT   PIC X(8).

       FD LIVEFILE.
       01 LIVEREC.
           02 LV-TEXT   PIC X(80).
           02 LV-SEQ    PIC X(9).
           02 LV-CHK    PIC X(10).

       FD TMPFILE.
       01 TMPREC PIC X(99).

       FD ARCFILE.
       01 ARCREC PIC X(99).

       FD ROTRPTFILE.
       01 RPTLINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSLC       PIC XX.
       77 FSLA       PIC XX.
       77 FSLV       PIC XX.
       77 FSTM       PIC XX.
       77 FSAR       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-CONFIRM  PIC X.
       77 W-LOG      PIC X(8).
       77 W-LIVENAME PIC X(30).
       77 W-TMPNAME  PIC X(30).
       77 W-ARCNAME  PIC X(30).
       77 W-ARCNO    PIC 9(4).
       77 W-TODAY    PIC X(8).
       77 W-CURMON   PIC X(6).
       77 W-CURIN    PIC X(7).
       77 W-KEEPING  PIC X.
       77 W-SEQNUM   PIC 9(9).
       77 W-FIRSTSEQ PIC 9(9).
       77 W-LASTSEQ  PIC 9(9).
       77 W-FROMDT   PIC X(8).
       77 W-TODT     PIC X(8).
       77 W-RCPROG   PIC X(8) VALUE "LOGROT  ".
       77 W-RCPER    PIC X(7).
       77 W-RCFUNC   PIC X.
       77 W-RCKEY    PIC X(6).
       77 W-RCREPLY  PIC X.
       77 T-ARCHIVED PIC 9(7).
       77 T-KEPT     PIC 9(7).
       77 T-DROPPED  PIC 9(7).

       77 W-AUDITUSER PIC X(10).
       01 AUDIT-LINE.
           02 AL-DATE   PIC X(10).
           02 AL-TIME   PIC X(9).
           02 AL-USER   PIC X(11).
           02 AL-FILE   PIC X(16).
           02 AL-KEY    PIC X(9).
           02 AL-ACTION PIC X(8).
       01 AUDITLINE PIC X(80).

       01 ROT-LINE.
           02 RL-LOG    PIC X(8).
           02 RL-ARCH   PIC X(20).
           02 FILLER    PIC X(1) VALUE SPACES.
           02 RL-ARCHD  PIC Z,ZZZ,ZZ9.
           02 FILLER    PIC X(10) VALUE " ARCHIVED ".
           02 RL-KEPT   PIC Z,ZZZ,ZZ9.
           02 FILLER    PIC X(6) VALUE " KEPT ".
           02 RL-DROP   PIC Z,ZZZ,ZZ9.
           02 FILLER    PIC X(8) VALUE " DROPPED".

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).

       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           MOVE W-TODAY(1:6) TO W-CURMON.
           MOVE W-TODAY(5:2) TO W-CURIN(1:2).
           MOVE "/" TO W-CURIN(3:1).
           MOVE W-TODAY(1:4) TO W-CURIN(4:4).
           DISPLAY "AUDIT AND SECURITY LOG ROTATION".
           DISPLAY "ENTRIES BEFORE " W-CURIN " WILL BE MOVED TO THE "
               "NEXT NUMBERED ARCHIVE".
           DISPLAY "NO ONE SHOULD BE SIGNED ON WHILE THE LOGS ARE "
               "ROTATED - CONFIRM (Y/N) :".
           ACCEPT W-CONFIRM.
           IF W-CONFIRM NOT = "Y" AND W-CONFIRM NOT = "y"
               DISPLAY "LOG ROTATION CANCELLED"
               GOBACK
           END-IF

           MOVE W-CURIN TO W-RCPER.
           MOVE "S" TO W-RCFUNC.
           MOVE SPACES TO W-RCKEY.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           IF W-RCREPLY = "N"
               DISPLAY "RUN BLOCKED BY RUN CONTROL"
               GOBACK
           END-IF

           OPEN I-O LOGCTLFILE.
           IF FSLC = 30 OR FSLC = 35
               OPEN OUTPUT LOGCTLFILE
               CLOSE LOGCTLFILE
               OPEN I-O LOGCTLFILE
           END-IF
           IF FSLC NOT = "00"
               DISPLAY "UNABLE TO OPEN LOG CONTROL FILE, STATUS " FSLC
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O LOGARCHFILE.
           IF FSLA = 30 OR FSLA = 35
               OPEN OUTPUT LOGARCHFILE
               CLOSE LOGARCHFILE
               OPEN I-O LOGARCHFILE
           END-IF
           IF FSLA NOT = "00"
               DISPLAY "UNABLE TO OPEN LOG ARCHIVE REGISTER, STATUS "
                   FSLA
               CLOSE LOGCTLFILE
               MOVE 9999 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ROTRPTFILE.
           MOVE SPACES TO RPTLINE.
           STRING "LOG ROTATION " W-TODAY " - ENTRIES BEFORE " W-CURIN
               " ARCHIVED" DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.

           MOVE "AUDIT" TO W-LOG.
           PERFORM ROTATE-LOG-PARA THRU ROTATE-LOG-EXIT.
           MOVE "SECLOG" TO W-LOG.
           PERFORM ROTATE-LOG-PARA THRU ROTATE-LOG-EXIT.

           CLOSE LOGCTLFILE.
           CLOSE LOGARCHFILE.
           CLOSE ROTRPTFILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AL-TIME.
           MOVE W-AUDITUSER TO AL-USER.
           MOVE "LOGCTLFILE" TO AL-FILE.
           MOVE W-CURMON TO AL-KEY.
           MOVE "ROTATE" TO AL-ACTION.
           MOVE AUDIT-LINE TO AUDITLINE.
           CALL "AUDLOG" USING AUDITLINE.
           MOVE "E" TO W-RCFUNC.
           CALL "RUNCTL" USING W-RCPROG W-RCPER W-RCFUNC W-RCKEY
               W-RCREPLY.
           DISPLAY "LOG ROTATION COMPLETE - SEE files/LOGROT.LST".
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       ROTATE-LOG-PARA.
           MOVE 0 TO T-ARCHIVED.
           MOVE 0 TO T-KEPT.
           MOVE 0 TO T-DROPPED.
           MOVE 0 TO W-FIRSTSEQ.
           MOVE 0 TO W-LASTSEQ.
           MOVE SPACES TO W-FROMDT.
           MOVE SPACES TO W-TODT.
           MOVE "N" TO W-KEEPING.
           MOVE W-LOG TO RL-LOG.
           MOVE W-LOG TO LCLOG.
           READ LOGCTLFILE
               INVALID KEY
                   MOVE W-LOG TO LCLOG
                   MOVE 0 TO LCSEQ
                   MOVE 0 TO LCCHK
                   MOVE 0 TO LCARCH
                   MOVE 0 TO LCARCSEQ
                   MOVE SPACES TO LCROTDT
                   WRITE LOGCTLREC
           END-READ
           MOVE SPACES TO W-LIVENAME.
           STRING "files/" DELIMITED BY SIZE
               W-LOG DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE INTO W-LIVENAME
           END-STRING.
           MOVE SPACES TO W-TMPNAME.
           STRING "files/" DELIMITED BY SIZE
               W-LOG DELIMITED BY SPACE
               ".TMP" DELIMITED BY SIZE INTO W-TMPNAME
           END-STRING.
           COMPUTE W-ARCNO = LCARCH + 1.
           MOVE SPACES TO W-ARCNAME.
           STRING "files/" DELIMITED BY SIZE
               W-LOG DELIMITED BY SPACE
               W-ARCNO ".ARC" DELIMITED BY SIZE INTO W-ARCNAME
           END-STRING.

           OPEN INPUT LIVEFILE.
           IF FSLV NOT = "00"
               MOVE SPACES TO RPTLINE
               STRING W-LOG " NO LOG ON FILE - NOTHING TO ROTATE"
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
               GO TO ROTATE-LOG-EXIT
           END-IF
           OPEN OUTPUT TMPFILE.
           IF FSTM NOT = "00"
               MOVE SPACES TO RPTLINE
               STRING W-LOG " UNABLE TO OPEN WORK FILE, STATUS " FSTM
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
               CLOSE LIVEFILE
               GO TO ROTATE-LOG-EXIT
           END-IF
           OPEN OUTPUT ARCFILE.
           IF FSAR NOT = "00"
               MOVE SPACES TO RPTLINE
               STRING W-LOG " UNABLE TO OPEN " W-ARCNAME ", STATUS "
                   FSAR DELIMITED BY SIZE INTO RPTLINE
               END-STRING
               WRITE RPTLINE
               CLOSE LIVEFILE
               CLOSE TMPFILE
               GO TO ROTATE-LOG-EXIT
           END-IF
           PERFORM UNTIL FSLV = "10"
               READ LIVEFILE AT END EXIT PERFORM END-READ
               IF FSLV = "00"
                   PERFORM SORT-LINE-PARA THRU SORT-LINE-EXIT
               END-IF
           END-PERFORM
           CLOSE LIVEFILE.
           CLOSE TMPFILE.
           CLOSE ARCFILE.

      * THE ARCHIVE IS REGISTERED BEFORE THE LIVE LOG IS CUT DOWN.
           IF T-ARCHIVED > 0
               MOVE W-LOG TO LALOG
               MOVE W-ARCNO TO LANO
               MOVE W-FROMDT TO LAFROM
               MOVE W-TODT TO LATO
               MOVE W-FIRSTSEQ TO LAFSEQ
               MOVE W-LASTSEQ TO LALSEQ
               MOVE T-ARCHIVED TO LALINES
               MOVE W-TODAY TO LAROTDT
               WRITE LOGARCHREC
                   INVALID KEY
                       REWRITE LOGARCHREC
               END-WRITE
               MOVE W-ARCNO TO LCARCH
               IF W-LASTSEQ > 0
                   MOVE W-LASTSEQ TO LCARCSEQ
               END-IF
               MOVE W-TODAY TO LCROTDT
               REWRITE LOGCTLREC
               MOVE W-ARCNAME TO RL-ARCH
           ELSE
               MOVE "NO CLOSED MONTHS" TO RL-ARCH
           END-IF
           IF T-ARCHIVED > 0 OR T-DROPPED > 0
               PERFORM REBUILD-LIVE-PARA
           END-IF
           MOVE T-ARCHIVED TO RL-ARCHD.
           MOVE T-KEPT TO RL-KEPT.
           MOVE T-DROPPED TO RL-DROP.
           MOVE ROT-LINE TO RPTLINE.
           WRITE RPTLINE.
       ROTATE-LOG-EXIT.
           EXIT.

      * LINES WITH NO DATE OF THEIR OWN (BEFORE AND AFTER IMAGES)
      * GO WITH THE LINE BEFORE THEM. ONCE A LINE OF THE CURRENT
      * MONTH IS REACHED EVERYTHING AFTER IT STAYS, SO THE ARCHIVE
      * AND THE LIVE LOG EACH HOLD AN UNBROKEN RUN OF THE CHAIN.
       SORT-LINE-PARA.
           IF LV-SEQ NUMERIC AND LCARCSEQ > 0
               MOVE LV-SEQ TO W-SEQNUM
               IF W-SEQNUM NOT > LCARCSEQ
                   ADD 1 TO T-DROPPED
                   GO TO SORT-LINE-EXIT
               END-IF
           END-IF
           IF W-KEEPING = "N" AND LV-TEXT(1:8) NUMERIC
               AND LV-TEXT(1:6) NOT < W-CURMON
               MOVE "Y" TO W-KEEPING
           END-IF
           IF W-KEEPING = "Y"
               MOVE LIVEREC TO TMPREC
               WRITE TMPREC
               ADD 1 TO T-KEPT
               GO TO SORT-LINE-EXIT
           END-IF
           MOVE LIVEREC TO ARCREC.
           WRITE ARCREC.
           ADD 1 TO T-ARCHIVED.
           IF LV-TEXT(1:8) NUMERIC
               IF W-FROMDT = SPACES
                   MOVE LV-TEXT(1:8) TO W-FROMDT
               END-IF
               MOVE LV-TEXT(1:8) TO W-TODT
           END-IF
           IF LV-SEQ NUMERIC
               MOVE LV-SEQ TO W-SEQNUM
               IF W-FIRSTSEQ = 0
                   MOVE W-SEQNUM TO W-FIRSTSEQ
               END-IF
               MOVE W-SEQNUM TO W-LASTSEQ
           END-IF.
       SORT-LINE-EXIT.
           EXIT.

       REBUILD-LIVE-PARA.
           OPEN INPUT TMPFILE.
           OPEN OUTPUT LIVEFILE.
           PERFORM UNTIL FSTM = "10"
               READ TMPFILE AT END EXIT PERFORM END-READ
               IF FSTM = "00"
                   MOVE TMPREC TO LIVEREC
                   WRITE LIVEREC
               END-IF
           END-PERFORM
           CLOSE TMPFILE.
           CLOSE LIVEFILE.

       END PROGRAM LOGROT.
