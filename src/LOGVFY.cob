       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGVFY.

      * VERIFIES THE AUDIT TRAIL AND THE SECURITY LOG. EACH LOG IS
      * READ FROM ITS FIRST ARCHIVE THROUGH TO THE LIVE FILE, AND
      * EVERY CHAINED RECORD IS CHECKED FOR ITS SEQUENCE NUMBER AND
      * FOR ITS CHECK VALUE, WORKED AGAIN FROM THE RECORD BEFORE IT.
      * A GAP, A RECORD OUT OF ORDER, A CHANGED RECORD, A MISSING OR
      * SHORT ARCHIVE OR A MISSING TAIL IS LISTED ON
      * files/LOGVFY.LST. LINES WRITTEN BEFORE THE LOGS WERE CHAINED
      * CARRY NO SEQUENCE NUMBER AND ARE ONLY ACCEPTED AHEAD OF THE
      * FIRST CHAINED RECORD. THE RESULT IS ALSO PUT ON THE SECURITY
      * LOG, AND RETURN-CODE IS SET TO THE NUMBER OF PROBLEMS FOUND.

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

           SELECT LOGFILE
               ASSIGN TO DYNAMIC W-LOGNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSLG.

           SELECT VFYRPTFILE
               ASSIGN TO "files/LOGVFY.LST"
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

       FD LOGFILE.
       01 LOGREC.
           02 LR-DATA.
               03 LR-TEXT  PIC X(80).
               03 LR-SEQ   PIC X(9).
           02 LR-CHK    PIC X(10).

       FD VFYRPTFILE.
       01 RPTLINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSLC       PIC XX.
       77 FSLA       PIC XX.
       77 FSLG       PIC XX.
       77 FSRPT      PIC XX.
       77 WAITFOR    PIC X.
       77 W-LOG      PIC X(8).
       77 W-LOGNAME  PIC X(30).
       77 W-ARCNO    PIC 9(4).
       77 W-HAVECTL  PIC X.
       77 W-HAVEARC  PIC X.
       77 W-CHAINED  PIC X.
       77 W-SEQNUM   PIC 9(9).
       77 W-LASTSEQ  PIC 9(9).
       77 W-PREVCHK  PIC 9(10).
       77 W-NEWCHK   PIC 9(10).
       77 W-RECCHK   PIC 9(10).
       77 W-FILELINE PIC 9(7).
       77 W-MSG      PIC X(50).
       77 W-TODAY    PIC X(8).
       77 T-LINES    PIC 9(9).
       77 T-LEGACY   PIC 9(9).
       77 T-PROBS    PIC 9(7).
       77 T-ALLPROBS PIC 9(7).
       77 D-COUNT    PIC Z(8)9.
       77 D-PROBS    PIC Z(6)9.
       77 W-AUDITUSER PIC X(10).
       77 W-SECEVENT PIC X(8) VALUE "LOGVERFY".
       77 W-SECDETAIL PIC X(20).

       01 PROB-LINE.
           02 PL-LOG    PIC X(8).
           02 FILLER    PIC X(1) VALUE SPACES.
           02 PL-FILE   PIC X(30).
           02 FILLER    PIC X(6) VALUE " LINE ".
           02 PL-LINE   PIC Z(6)9.
           02 FILLER    PIC X(1) VALUE SPACES.
           02 PL-MSG    PIC X(47).

       01 SUM-LINE.
           02 SL-LOG    PIC X(8).
           02 FILLER    PIC X(9) VALUE " RECORDS ".
           02 SL-LINES  PIC Z(8)9.
           02 FILLER    PIC X(12) VALUE "  UNCHAINED ".
           02 SL-LEGACY PIC Z(8)9.
           02 FILLER    PIC X(11) VALUE "  PROBLEMS ".
           02 SL-PROBS  PIC Z(6)9.

       LINKAGE SECTION.
       01 LK-USERID PIC X(10).

       PROCEDURE DIVISION USING LK-USERID.
       MAIN-PARA.
           MOVE LK-USERID TO W-AUDITUSER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
           MOVE 0 TO T-ALLPROBS.
           DISPLAY "AUDIT AND SECURITY LOG VERIFICATION".
           OPEN INPUT LOGCTLFILE.
           IF FSLC = "00"
               MOVE "Y" TO W-HAVECTL
           ELSE
               MOVE "N" TO W-HAVECTL
           END-IF
           OPEN INPUT LOGARCHFILE.
           IF FSLA = "00"
               MOVE "Y" TO W-HAVEARC
           ELSE
               MOVE "N" TO W-HAVEARC
           END-IF
           OPEN OUTPUT VFYRPTFILE.
           MOVE SPACES TO RPTLINE.
           STRING "LOG VERIFICATION " W-TODAY " BY " W-AUDITUSER
               DELIMITED BY SIZE INTO RPTLINE
           END-STRING.
           WRITE RPTLINE.
           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.

           MOVE "AUDIT" TO W-LOG.
           PERFORM VERIFY-LOG-PARA THRU VERIFY-LOG-EXIT.
           MOVE "SECLOG" TO W-LOG.
           PERFORM VERIFY-LOG-PARA THRU VERIFY-LOG-EXIT.

           MOVE SPACES TO RPTLINE.
           WRITE RPTLINE.
           MOVE T-ALLPROBS TO D-PROBS.
           MOVE SPACES TO RPTLINE.
           IF T-ALLPROBS = 0
               MOVE "BOTH LOGS VERIFIED - NO PROBLEMS FOUND" TO RPTLINE
           ELSE
               STRING "PROBLEMS FOUND : " D-PROBS
                   DELIMITED BY SIZE INTO RPTLINE
               END-STRING
           END-IF
           WRITE RPTLINE.
           IF W-HAVECTL = "Y"
               CLOSE LOGCTLFILE
           END-IF
           IF W-HAVEARC = "Y"
               CLOSE LOGARCHFILE
           END-IF
           CLOSE VFYRPTFILE.

           MOVE SPACES TO W-SECDETAIL.
           IF T-ALLPROBS = 0
               MOVE "CHAIN OK" TO W-SECDETAIL
           ELSE
               STRING "PROBLEMS " D-PROBS DELIMITED BY SIZE
                   INTO W-SECDETAIL
               END-STRING
           END-IF
           CALL "SECLOG" USING W-AUDITUSER W-SECEVENT W-SECDETAIL.
           DISPLAY RPTLINE.
           DISPLAY "DETAILS ARE ON files/LOGVFY.LST".
           MOVE T-ALLPROBS TO RETURN-CODE.
           DISPLAY "PRESS ENTER TO CONTINUE".
           ACCEPT WAITFOR.
           GOBACK.

       VERIFY-LOG-PARA.
           MOVE 0 TO T-LINES.
           MOVE 0 TO T-LEGACY.
           MOVE 0 TO T-PROBS.
           MOVE 0 TO W-LASTSEQ.
           MOVE 0 TO W-PREVCHK.
           MOVE "N" TO W-CHAINED.
           MOVE W-LOG TO PL-LOG.
           MOVE 0 TO LCSEQ.
           MOVE 0 TO LCCHK.
           MOVE 0 TO LCARCH.
           IF W-HAVECTL = "Y"
               MOVE W-LOG TO LCLOG
               READ LOGCTLFILE
                   INVALID KEY
                       MOVE 0 TO LCSEQ
                       MOVE 0 TO LCCHK
                       MOVE 0 TO LCARCH
               END-READ
           END-IF

           PERFORM VARYING W-ARCNO FROM 1 BY 1 UNTIL W-ARCNO > LCARCH
               PERFORM VERIFY-ARCHIVE-PARA THRU VERIFY-ARCHIVE-EXIT
           END-PERFORM

           MOVE SPACES TO W-LOGNAME.
           STRING "files/" DELIMITED BY SIZE
               W-LOG DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE INTO W-LOGNAME
           END-STRING.
           MOVE W-LOGNAME TO PL-FILE.
           OPEN INPUT LOGFILE.
           IF FSLG = "00"
               PERFORM VERIFY-FILE-PARA
               CLOSE LOGFILE
           END-IF

      * NOTHING MAY BE MISSING FROM THE END OF THE CHAIN.
           MOVE 0 TO PL-LINE.
           IF W-LASTSEQ < LCSEQ
               MOVE SPACES TO W-MSG
               MOVE LCSEQ TO D-COUNT
               STRING "LOG ENDS SHORT OF CONTROL SEQ " D-COUNT
                   DELIMITED BY SIZE INTO W-MSG
               END-STRING
               PERFORM REPORT-PROBLEM-PARA
           ELSE
               IF W-LASTSEQ > LCSEQ
                   MOVE "LOG RUNS PAST THE CONTROL RECORD" TO W-MSG
                   PERFORM REPORT-PROBLEM-PARA
               ELSE
                   IF LCSEQ > 0 AND W-PREVCHK NOT = LCCHK
                       MOVE "LAST CHECK VALUE DOES NOT MATCH CONTROL"
                           TO W-MSG
                       PERFORM REPORT-PROBLEM-PARA
                   END-IF
               END-IF
           END-IF

           MOVE W-LOG TO SL-LOG.
           MOVE T-LINES TO SL-LINES.
           MOVE T-LEGACY TO SL-LEGACY.
           MOVE T-PROBS TO SL-PROBS.
           MOVE SUM-LINE TO RPTLINE.
           WRITE RPTLINE.
           ADD T-PROBS TO T-ALLPROBS.
       VERIFY-LOG-EXIT.
           EXIT.

       VERIFY-ARCHIVE-PARA.
           MOVE SPACES TO W-LOGNAME.
           STRING "files/" DELIMITED BY SIZE
               W-LOG DELIMITED BY SPACE
               W-ARCNO ".ARC" DELIMITED BY SIZE INTO W-LOGNAME
           END-STRING.
           MOVE W-LOGNAME TO PL-FILE.
           MOVE 0 TO PL-LINE.
           MOVE W-LOG TO LALOG.
           MOVE W-ARCNO TO LANO.
           MOVE 0 TO LALINES.
           MOVE 0 TO LALSEQ.
           IF W-HAVEARC = "Y"
               READ LOGARCHFILE
                   INVALID KEY
                       MOVE 0 TO LALINES
                       MOVE 0 TO LALSEQ
               END-READ
           END-IF
           IF W-HAVEARC = "N" OR FSLA NOT = "00"
               MOVE "ARCHIVE NOT REGISTERED ON LOGARCH" TO W-MSG
               PERFORM REPORT-PROBLEM-PARA
           END-IF
           OPEN INPUT LOGFILE.
      * A MISSING ARCHIVE IS REPORTED AND THE CHAIN PICKED UP AGAIN
      * AFTER IT, SO ONE LOST FILE DOES NOT HIDE LATER DAMAGE.
           IF FSLG NOT = "00"
               MOVE "ARCHIVE FILE IS MISSING" TO W-MSG
               PERFORM REPORT-PROBLEM-PARA
               IF LALSEQ > 0
                   MOVE LALSEQ TO W-LASTSEQ
                   MOVE "R" TO W-CHAINED
               END-IF
               GO TO VERIFY-ARCHIVE-EXIT
           END-IF
           PERFORM VERIFY-FILE-PARA.
           CLOSE LOGFILE.
           IF W-FILELINE NOT = LALINES AND LALINES > 0
               MOVE 0 TO PL-LINE
               MOVE "LINE COUNT DIFFERS FROM LOGARCH" TO W-MSG
               PERFORM REPORT-PROBLEM-PARA
           END-IF.
       VERIFY-ARCHIVE-EXIT.
           EXIT.

       VERIFY-FILE-PARA.
           MOVE 0 TO W-FILELINE.
           PERFORM UNTIL FSLG = "10"
               READ LOGFILE AT END EXIT PERFORM END-READ
               IF FSLG = "00"
                   ADD 1 TO W-FILELINE
                   ADD 1 TO T-LINES
                   PERFORM CHECK-RECORD-PARA THRU CHECK-RECORD-EXIT
               END-IF
           END-PERFORM.

       CHECK-RECORD-PARA.
           MOVE W-FILELINE TO PL-LINE.
           IF LR-SEQ NOT NUMERIC OR LR-CHK NOT NUMERIC
               IF W-CHAINED = "N"
                   ADD 1 TO T-LEGACY
               ELSE
                   MOVE "UNCHAINED RECORD AFTER CHAINING BEGAN"
                       TO W-MSG
                   PERFORM REPORT-PROBLEM-PARA
               END-IF
               GO TO CHECK-RECORD-EXIT
           END-IF
           MOVE LR-SEQ TO W-SEQNUM.
           MOVE LR-CHK TO W-RECCHK.
      * AFTER A MISSING ARCHIVE THE NEXT RECORD RESTARTS THE CHAIN.
           IF W-CHAINED = "R"
               IF W-SEQNUM NOT = W-LASTSEQ + 1
                   MOVE "SEQUENCE GAP AFTER MISSING ARCHIVE" TO W-MSG
                   PERFORM REPORT-PROBLEM-PARA
               END-IF
               MOVE "Y" TO W-CHAINED
               MOVE W-SEQNUM TO W-LASTSEQ
               MOVE W-RECCHK TO W-PREVCHK
               GO TO CHECK-RECORD-EXIT
           END-IF
           IF W-CHAINED = "N"
               MOVE "Y" TO W-CHAINED
               IF W-SEQNUM NOT = 1
                   MOVE "CHAIN DOES NOT START AT SEQUENCE 1" TO W-MSG
                   PERFORM REPORT-PROBLEM-PARA
               END-IF
           ELSE
               IF W-SEQNUM NOT > W-LASTSEQ
                   MOVE "SEQUENCE REPEATED OR OUT OF ORDER" TO W-MSG
                   PERFORM REPORT-PROBLEM-PARA
               ELSE
                   IF W-SEQNUM NOT = W-LASTSEQ + 1
                       MOVE "SEQUENCE GAP - RECORDS MISSING" TO W-MSG
                       PERFORM REPORT-PROBLEM-PARA
                   END-IF
               END-IF
           END-IF
           CALL "LOGHASH" USING W-PREVCHK LR-DATA W-NEWCHK.
           IF W-NEWCHK NOT = W-RECCHK
               MOVE "CHECK VALUE WRONG - RECORD ALTERED" TO W-MSG
               PERFORM REPORT-PROBLEM-PARA
           END-IF
      * THE CHAIN GOES ON FROM THE VALUE STORED, SO ONE ALTERED
      * RECORD IS REPORTED ONCE RATHER THAN ON EVERY LATER LINE.
           MOVE W-SEQNUM TO W-LASTSEQ.
           MOVE W-RECCHK TO W-PREVCHK.
       CHECK-RECORD-EXIT.
           EXIT.

       REPORT-PROBLEM-PARA.
           MOVE W-MSG TO PL-MSG.
           MOVE PROB-LINE TO RPTLINE.
           WRITE RPTLINE.
           ADD 1 TO T-PROBS.

       END PROGRAM LOGVFY.
